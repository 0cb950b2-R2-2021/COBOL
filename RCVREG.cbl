      *    *** 受信(インバウンドインターフェース)台帳
      *    *** 取引先から届いたファイルを受付け毎に台帳へ登録し、
      *    *** 同じファイルの二重受信(再送された旧ファイル)を拒否する。
      *    *** XMITREG(送信台帳)と対になり、両台帳でインターフェース
      *    *** の出入りを監査できる。受信管制(RCVREG.PRM1)の各行:
      *    ***   IF=ｲﾝﾀｰﾌｪｰｽID,FILE=受信ﾌｧｲﾙ[,HDR=x][,DPOS=n,DLEN=n]
      *    ***   [,SPOS=n,SLEN=n][,ACK=応答ﾌｧｲﾙ,AFMT=CSV/FIX/雛形]
      *    ***   HDR  = 見出しレコード(先頭レコード)の1桁目の値。
      *    ***          *=1桁目は問わない 省略/*NONE=見出し無し
      *    ***   DPOS/DLEN = 見出しの作成日の位置/桁数(8桁まで)
      *    ***   SPOS/SLEN = 見出しの通番の位置/桁数(数字8桁まで)
      *    ***   ACK  = 応答ファイル名(省略/*NONE=応答不要)
      *    ***   AFMT = 応答の形式 CSV(省略時)/FIX(80桁固定)/
      *    ***          雛形ファイル名(各行の &IF &FILE &YMD &HMS
      *    ***          &RECS &BYTES &SUM &HYMD &HSEQ &RESULT を
      *    ***          値に置き換えて書く)
      *    *** 台帳(RCVREG.REG)には名前/バイト数/件数/チェックサム
      *    *** (Adler-32、BKUPSETと同じ方式)/見出しの作成日と通番/
      *    *** 状態を記録する。
      *    ***   状態: R=受付 D=二重受信で拒否 E=見出し誤りで拒否
      *    ***   NOTE: SUM=チェックサム重複 SEQ=通番重複
      *    ***         HDR=見出し誤り GAP=通番飛び LATE=通番の遅着
      *    *** 拒否したファイルは <受信ﾌｧｲﾙ>.DUP へ退避して後続STEPに
      *    *** 渡さない。同じ日に同じファイルを再登録しようとした時
      *    *** (チェーンの再実行)は、そのIFの最新の受付と名前/バイト
      *    *** 数/チェックサムが同じなら登録済みとして何もしない。
      *    ***
      *    *** 起動引数:
      *    ***  REG[,ID]   : 管制の全interface(ID指定時はそのIFだけ)
      *    ***               の受信ファイルを登録する。拒否があれば
      *    ***               RETURN-CODE=8、通番飛びはRETURN-CODE=4
      *    ***               (CONDSETの停止条件でチェーンを止められる)
      *    ***  REPORT[,ID]: 台帳の一覧と、IF毎の通番の欠番一覧
      *    ***               (監査用)。欠番があればRETURN-CODE=4
      *    *** 拒否と通番飛びはNOTIFYで当番へ配信する(EXCLOGへも
      *    *** 記録される)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RCVREG.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 受信台帳(全件読み/書き直し)
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 件数数え/見出し取得用
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 応答ファイル
           SELECT ACK1-F           ASSIGN   WK-ACK1-F-NAME
                               STATUS   WK-ACK1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 応答の雛形
           SELECT TPL1-F           ASSIGN   WK-TPL1-F-NAME
                               STATUS   WK-TPL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(256).

       FD  REG1-F
           LABEL RECORDS ARE STANDARD.
       01  REG1-REC.
           03  REG1-IFID       PIC  X(012).
           03  FILLER          PIC  X(001).
           03  REG1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  REG1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  REG1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  REG1-FILE       PIC  X(032).
           03  FILLER          PIC  X(001).
           03  REG1-BYTES      PIC  9(012).
           03  FILLER          PIC  X(001).
           03  REG1-RECS       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  REG1-SUM        PIC  9(010).
           03  FILLER          PIC  X(001).
           03  REG1-HYMD       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  REG1-HSEQ       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  REG1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  REG1-NOTE       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  REG1-REF        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  REG1-ACK        PIC  X(001).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(4000).

       FD  ACK1-F
           LABEL RECORDS ARE STANDARD.
       01  ACK1-REC.
           03  FILLER          PIC  X(256).

       FD  TPL1-F
           LABEL RECORDS ARE STANDARD.
       01  TPL1-REC.
           03  FILLER          PIC  X(256).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RCVREG  ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "RCVREG.PRM1".
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "RCVREG.REG".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-ACK1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-TPL1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ACK1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TPL1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-REG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TPL1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE "REG".
           03  WK-SEL-IFID     PIC  X(012) VALUE SPACE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-HMS-X    PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.

           03  WK-ACPT-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-REFUSE-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-GAP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEXT-SEQ     PIC  9(006) VALUE ZERO.
           03  WK-REG-FULL     PIC  X(001) VALUE "N".

      *    *** 管制の1行(項目=値 を , で区切った並び)
           03  WK-PTK          PIC  X(048) OCCURS 10.
           03  WK-PKEY         PIC  X(008) VALUE SPACE.
           03  WK-PVAL         PIC  X(040) VALUE SPACE.
           03  WK-PRM-OK       PIC  X(001) VALUE "Y".

      *    *** 受信ファイル1本分の測定結果
           03  WK-REC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HREC         PIC  X(256) VALUE SPACE.
           03  WK-HDR-OK       PIC  X(001) VALUE "Y".
           03  WK-HYMD         PIC  X(008) VALUE SPACE.
           03  WK-HSEQ         PIC  X(008) VALUE SPACE.
           03  WK-HSEQ-N       PIC  9(008) VALUE ZERO.
           03  WK-SEQ-MAX      PIC  9(008) VALUE ZERO.
           03  WK-SEQ-WRAP     PIC  9(008) VALUE ZERO.
           03  WK-SEQ-LAST-K   BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-K       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEXT-HIT     PIC  X(001) VALUE "N".

      *    *** 判定結果(S350)
           03  WK-STATE        PIC  X(001) VALUE SPACE.
           03  WK-NOTE         PIC  X(004) VALUE SPACE.
           03  WK-REF          PIC  9(006) VALUE ZERO.
           03  WK-RERUN        PIC  X(001) VALUE "N".
           03  WK-RESULT       PIC  X(003) VALUE SPACE.

      *    *** バイト数/チェックサムの測定(BKUPSETと同じ方式)
           03  WK-MS-BYTES     PIC  9(012) VALUE ZERO.
           03  WK-MS-SUM       PIC  9(010) VALUE ZERO.
           03  WK-MS-S1        PIC  9(005) VALUE ZERO.
           03  WK-MS-S2        PIC  9(006) VALUE ZERO.
           03  WK-MS-REST      PIC  9(012) VALUE ZERO.
           03  WK-MS-OK        PIC  X(001) VALUE "Y".

      *    *** CBL_OPEN_FILE/CBL_READ_FILE 用(FILEBRWSと同じ方式)
           03  WK-FH           USAGE IS POINTER.
           03  WK-CFILE        PIC  X(081) VALUE SPACE.
           03  WK-ACCESS-MODE  BINARY-LONG SYNC VALUE 1.
           03  WK-FILE-LOCK    PIC  X(001) VALUE SPACE.
           03  WK-DEVICE       PIC  X(001) VALUE SPACE.
           03  WK-OFFSET       PIC  9(018) COMP VALUE ZERO.
           03  WK-READ-LEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-FLAGS        BINARY-CHAR SYNC VALUE ZERO.
           03  WK-BUF          PIC  X(4096) VALUE SPACE.

      *    *** 応答の編集
           03  WK-ACK-LINE     PIC  X(256) VALUE SPACE.
           03  WK-ACK-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACK-HIT      PIC  X(001) VALUE "N".
           03  WK-ACK-OK       PIC  X(001) VALUE "Y".
           03  WK-ED-RECS      PIC  Z(008)9 VALUE ZERO.
           03  WK-ED-BYTES     PIC  Z(011)9 VALUE ZERO.
           03  WK-ED-SUM       PIC  Z(009)9 VALUE ZERO.

           03  WK-CMD          PIC  X(160) VALUE SPACE.
           03  WK-RC           PIC  9(005) VALUE ZERO.

      *    *** ファイル名のシェル安全文字チェック用
           03  WK-SHCHK-NAME   PIC  X(032) VALUE SPACE.
           03  WK-SHCHK-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SHCHK-C      PIC  X(001) VALUE SPACE.
           03  WK-SHCHK-OK     PIC  X(001) VALUE "Y".

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** AFMT=FIX の応答レコード(80桁)
       01  ACK-FIX-REC.
           03  AFX-KIND        PIC  X(001) VALUE "A".
           03  AFX-IFID        PIC  X(012) VALUE SPACE.
           03  AFX-YMD         PIC  9(008) VALUE ZERO.
           03  AFX-HMS         PIC  9(006) VALUE ZERO.
           03  AFX-FILE        PIC  X(032) VALUE SPACE.
           03  AFX-RECS        PIC  9(009) VALUE ZERO.
           03  AFX-HSEQ        PIC  X(008) VALUE SPACE.
           03  AFX-RESULT      PIC  X(003) VALUE SPACE.
           03  FILLER          PIC  X(001) VALUE SPACE.

      *    *** 雛形の置換項目(名前/長さ/値)
       01  ACK-TOKEN-AREA.
           03  FILLER          PIC  X(010) VALUE "&IF     03".
           03  FILLER          PIC  X(010) VALUE "&FILE   05".
           03  FILLER          PIC  X(010) VALUE "&YMD    04".
           03  FILLER          PIC  X(010) VALUE "&HMS    04".
           03  FILLER          PIC  X(010) VALUE "&RECS   05".
           03  FILLER          PIC  X(010) VALUE "&BYTES  06".
           03  FILLER          PIC  X(010) VALUE "&SUM    04".
           03  FILLER          PIC  X(010) VALUE "&HYMD   05".
           03  FILLER          PIC  X(010) VALUE "&HSEQ   05".
           03  FILLER          PIC  X(010) VALUE "&RESULT 07".
       01  ACK-TOKEN-TBL       REDEFINES ACK-TOKEN-AREA.
           03  ACK-TOKEN       OCCURS 10.
             05  ACK-TK-NAME   PIC  X(008).
             05  ACK-TK-LEN    PIC  9(002).
       01  ACK-VALUE-TBL.
           03  ACK-TK-VAL      PIC  X(032) OCCURS 10 VALUE SPACE.

      *    *** 1バイトの値(FILEBRWSと同じ方法)
       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

      *    *** 台帳テーブル(最大3000件)
       01  REG-TBL-AREA.
           03  WK-REG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REG-TBL      OCCURS 3000.
             05  WK-RG-IFID    PIC  X(012) VALUE SPACE.
             05  WK-RG-SEQ     PIC  9(006) VALUE ZERO.
             05  WK-RG-YMD     PIC  9(008) VALUE ZERO.
             05  WK-RG-HMS     PIC  9(006) VALUE ZERO.
             05  WK-RG-FILE    PIC  X(032) VALUE SPACE.
             05  WK-RG-BYTES   PIC  9(012) VALUE ZERO.
             05  WK-RG-RECS    PIC  9(009) VALUE ZERO.
             05  WK-RG-SUM     PIC  9(010) VALUE ZERO.
             05  WK-RG-HYMD    PIC  X(008) VALUE SPACE.
             05  WK-RG-HSEQ    PIC  X(008) VALUE SPACE.
             05  WK-RG-HSEQ-N  PIC  9(008) VALUE ZERO.
             05  WK-RG-STATE   PIC  X(001) VALUE SPACE.
             05  WK-RG-NOTE    PIC  X(004) VALUE SPACE.
             05  WK-RG-REF     PIC  9(006) VALUE ZERO.
             05  WK-RG-ACK     PIC  X(001) VALUE SPACE.

      *    *** 管制テーブル(最大50件)
       01  IF-TBL-AREA.
           03  WK-IF-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-IF-TBL       OCCURS 50.
             05  WK-IF-IFID    PIC  X(012) VALUE SPACE.
             05  WK-IF-FILE    PIC  X(032) VALUE SPACE.
             05  WK-IF-HDR     PIC  X(005) VALUE SPACE.
             05  WK-IF-DPOS    PIC  9(003) VALUE ZERO.
             05  WK-IF-DLEN    PIC  9(003) VALUE ZERO.
             05  WK-IF-SPOS    PIC  9(003) VALUE ZERO.
             05  WK-IF-SLEN    PIC  9(003) VALUE ZERO.
             05  WK-IF-ACK     PIC  X(032) VALUE SPACE.
             05  WK-IF-AFMT    PIC  X(032) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、管制/台帳読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX

           EVALUATE WK-MODE
               WHEN "REG"
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-IF-CNT
                       IF      WK-SEL-IFID =       SPACE   OR
                               WK-SEL-IFID =       WK-IF-IFID (I)
                               PERFORM S200-10     THRU    S200-EX
                       END-IF
                   END-PERFORM
                   PERFORM S800-10     THRU    S800-EX
               WHEN "REPORT"
                   PERFORM S600-10     THRU    S600-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=REG/REPORT"
                   MOVE    16          TO      RETURN-CODE
           END-EVALUATE

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           EVALUATE TRUE
               WHEN WK-REG-FULL =      "Y"
                   MOVE    16          TO      RETURN-CODE
               WHEN WK-REFUSE-CNT >    ZERO
                   MOVE    8           TO      RETURN-CODE
               WHEN WK-GAP-CNT >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-EVALUATE
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
                                       REG1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-HMS-X FROM   TIME
           MOVE    FUNCTION NUMVAL(WK-NOW-HMS-X (1:6)) TO WK-NOW-HMS

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-SEL-IFID FROM    ARGUMENT-VALUE
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 管制読込(IF=,FILE=,HDR=,DPOS=,DLEN=,SPOS=,SLEN=,
      *    *** ACK=,AFMT=。順不同)
       S100-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       IF      PRM1-REC (1:1) NOT = "*"    AND
                               PRM1-REC NOT = SPACE
                           PERFORM S110-10     THRU    S110-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S100-EX.
           EXIT.

      *    *** 管制1行の解析
       S110-10.

           IF      WK-IF-CNT   >=      50
                   DISPLAY WK-PGM-NAME " PRM1-F OVER 50=" PRM1-REC
                   GO  TO  S110-EX
           END-IF

           MOVE    SPACE       TO      WK-PTK (1) WK-PTK (2)
                                       WK-PTK (3) WK-PTK (4)
                                       WK-PTK (5) WK-PTK (6)
                                       WK-PTK (7) WK-PTK (8)
                                       WK-PTK (9) WK-PTK (10)
           UNSTRING PRM1-REC
               DELIMITED BY "," OR SPACE
               INTO WK-PTK (1) WK-PTK (2) WK-PTK (3) WK-PTK (4)
                    WK-PTK (5) WK-PTK (6) WK-PTK (7) WK-PTK (8)
                    WK-PTK (9) WK-PTK (10)
           END-UNSTRING

           ADD     1           TO      WK-IF-CNT
           MOVE    "*NONE"     TO      WK-IF-HDR (WK-IF-CNT)
                                       WK-IF-ACK (WK-IF-CNT)
           MOVE    "CSV"       TO      WK-IF-AFMT (WK-IF-CNT)
           MOVE    "Y"         TO      WK-PRM-OK

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
               IF      WK-PTK (J)  NOT =   SPACE
                   MOVE    SPACE       TO      WK-PKEY WK-PVAL
                   UNSTRING WK-PTK (J) DELIMITED BY "="
                       INTO WK-PKEY WK-PVAL
                   END-UNSTRING
                   EVALUATE WK-PKEY
                       WHEN "IF"
                           MOVE    WK-PVAL TO  WK-IF-IFID (WK-IF-CNT)
                       WHEN "FILE"
                           MOVE    WK-PVAL TO  WK-IF-FILE (WK-IF-CNT)
                       WHEN "HDR"
                           MOVE    WK-PVAL TO  WK-IF-HDR (WK-IF-CNT)
                       WHEN "DPOS"
                           MOVE    NUMVAL(WK-PVAL) TO
                                   WK-IF-DPOS (WK-IF-CNT)
                       WHEN "DLEN"
                           MOVE    NUMVAL(WK-PVAL) TO
                                   WK-IF-DLEN (WK-IF-CNT)
                       WHEN "SPOS"
                           MOVE    NUMVAL(WK-PVAL) TO
                                   WK-IF-SPOS (WK-IF-CNT)
                       WHEN "SLEN"
                           MOVE    NUMVAL(WK-PVAL) TO
                                   WK-IF-SLEN (WK-IF-CNT)
                       WHEN "ACK"
                           MOVE    WK-PVAL TO  WK-IF-ACK (WK-IF-CNT)
                       WHEN "AFMT"
                           MOVE    WK-PVAL TO  WK-IF-AFMT (WK-IF-CNT)
                       WHEN OTHER
                           MOVE    "N"     TO  WK-PRM-OK
                   END-EVALUATE
               END-IF
           END-PERFORM

      *    *** 必須項目と見出し位置の確認
           IF      WK-IF-IFID (WK-IF-CNT) = SPACE   OR
                   WK-IF-FILE (WK-IF-CNT) = SPACE
                   MOVE    "N"         TO      WK-PRM-OK
           END-IF
           IF      WK-IF-DPOS (WK-IF-CNT) > ZERO
               IF  WK-IF-DLEN (WK-IF-CNT) < 1   OR
                   WK-IF-DLEN (WK-IF-CNT) > 8   OR
                   WK-IF-DPOS (WK-IF-CNT) + WK-IF-DLEN (WK-IF-CNT)
                                           > 257
                   MOVE    "N"         TO      WK-PRM-OK
               END-IF
           END-IF
           IF      WK-IF-SPOS (WK-IF-CNT) > ZERO
               IF  WK-IF-SLEN (WK-IF-CNT) < 1   OR
                   WK-IF-SLEN (WK-IF-CNT) > 8   OR
                   WK-IF-SPOS (WK-IF-CNT) + WK-IF-SLEN (WK-IF-CNT)
                                           > 257
                   MOVE    "N"         TO      WK-PRM-OK
               END-IF
           END-IF
           IF      WK-IF-HDR (WK-IF-CNT) = "*NONE" AND
                  (WK-IF-DPOS (WK-IF-CNT) > ZERO   OR
                   WK-IF-SPOS (WK-IF-CNT) > ZERO)
                   MOVE    "N"         TO      WK-PRM-OK
           END-IF

           IF      WK-PRM-OK   =       "N"
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC (1:80)
                   MOVE    SPACE       TO      WK-IF-TBL (WK-IF-CNT)
                   SUBTRACT 1          FROM    WK-IF-CNT
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** 台帳読込(無ければ0件から)
       S150-10.

           OPEN    INPUT       REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   GO  TO  S150-EX
           END-IF

           PERFORM UNTIL WK-REG1-EOF = HIGH-VALUE
               READ    REG1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-REG1-EOF
                   NOT AT  END
                       IF      WK-REG-CNT  <       3000
                           ADD     1           TO      WK-REG-CNT
                           MOVE    REG1-IFID   TO
                                   WK-RG-IFID (WK-REG-CNT)
                           MOVE    REG1-SEQ    TO
                                   WK-RG-SEQ (WK-REG-CNT)
                           MOVE    REG1-YMD    TO
                                   WK-RG-YMD (WK-REG-CNT)
                           MOVE    REG1-HMS    TO
                                   WK-RG-HMS (WK-REG-CNT)
                           MOVE    REG1-FILE   TO
                                   WK-RG-FILE (WK-REG-CNT)
                           MOVE    REG1-BYTES  TO
                                   WK-RG-BYTES (WK-REG-CNT)
                           MOVE    REG1-RECS   TO
                                   WK-RG-RECS (WK-REG-CNT)
                           MOVE    REG1-SUM    TO
                                   WK-RG-SUM (WK-REG-CNT)
                           MOVE    REG1-HYMD   TO
                                   WK-RG-HYMD (WK-REG-CNT)
                           MOVE    REG1-HSEQ   TO
                                   WK-RG-HSEQ (WK-REG-CNT)
                           IF      REG1-HSEQ   NOT =   SPACE
                               MOVE    NUMVAL(REG1-HSEQ) TO
                                       WK-RG-HSEQ-N (WK-REG-CNT)
                           END-IF
                           MOVE    REG1-STATE  TO
                                   WK-RG-STATE (WK-REG-CNT)
                           MOVE    REG1-NOTE   TO
                                   WK-RG-NOTE (WK-REG-CNT)
                           MOVE    REG1-REF    TO
                                   WK-RG-REF (WK-REG-CNT)
                           MOVE    REG1-ACK    TO
                                   WK-RG-ACK (WK-REG-CNT)
                           IF      REG1-SEQ    >   WK-NEXT-SEQ
                                   MOVE    REG1-SEQ TO WK-NEXT-SEQ
                           END-IF
                       ELSE
                           DISPLAY WK-PGM-NAME " REG1-F OVER 3000"
                           MOVE    "Y"         TO      WK-REG-FULL
                           MOVE    HIGH-VALUE  TO      WK-REG1-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   REG1-F
           .
       S150-EX.
           EXIT.

      *    *** 管制1件分の受付け。件数/見出し、バイト数/チェック
      *    *** サムを測り、二重受信と通番を判定して台帳へ記録する
       S200-10.

      *    *** 台帳を全件持てない時は登録しない(書き直しで失う為)
           IF      WK-REG-FULL =       "Y"
                   GO  TO  S200-EX
           END-IF

      *    *** 件数と見出し(無ければ未着として対象外)
           MOVE    WK-IF-FILE (I) TO   WK-PIN1-F-NAME
           PERFORM S250-10     THRU    S250-EX
           IF      WK-REC-CNT  <       ZERO
                   DISPLAY WK-PGM-NAME " FILE ﾅｼ "
                           WK-IF-IFID (I) " (" WK-IF-FILE (I) ")"
                   GO  TO  S200-EX
           END-IF

           PERFORM S300-10     THRU    S300-EX
           IF      WK-MS-OK    =       "N"
                   GO  TO  S200-EX
           END-IF

           PERFORM S350-10     THRU    S350-EX
           IF      WK-RERUN    =       "Y"
                   DISPLAY WK-PGM-NAME " 登録済 "
                           WK-IF-IFID (I) " SEQ=" WK-RG-SEQ (WK-LAST-K)
                           " (" WK-IF-FILE (I) ")"
                   GO  TO  S200-EX
           END-IF

           IF      WK-REG-CNT  >=      3000
                   DISPLAY WK-PGM-NAME " REG1-F OVER 3000"
                   MOVE    "Y"         TO      WK-REG-FULL
                   GO  TO  S200-EX
           END-IF

           PERFORM S400-10     THRU    S400-EX

      *    *** 応答ファイル
           IF      WK-IF-ACK (I) NOT = "*NONE"
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-ACK-OK   =       "Y"
                           MOVE    "Y"     TO  WK-RG-ACK (WK-REG-CNT)
                   ELSE
                           MOVE    "F"     TO  WK-RG-ACK (WK-REG-CNT)
                   END-IF
           END-IF

           IF      WK-STATE    =       "R"
                   ADD     1           TO      WK-ACPT-CNT
                   DISPLAY WK-PGM-NAME " ACCEPT "
                           WK-IF-IFID (I)
                           " SEQ=" WK-NEXT-SEQ
                           " REC=" WK-REC-CNT
                           " SUM=" WK-MS-SUM
                           " HSEQ=" WK-HSEQ
                           " " WK-NOTE
                   IF      WK-NOTE     =       "GAP "
                           ADD     1           TO      WK-GAP-CNT
                           PERFORM S590-10     THRU    S590-EX
                   END-IF
           ELSE
                   ADD     1           TO      WK-REFUSE-CNT
                   DISPLAY WK-PGM-NAME " REFUSE "
                           WK-IF-IFID (I)
                           " SEQ=" WK-NEXT-SEQ
                           " " WK-NOTE
                           " REF=" WK-REF
                           " (" WK-IF-FILE (I) ")"
                   PERFORM S450-10     THRU    S450-EX
                   PERFORM S590-10     THRU    S590-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 受信ファイルの件数を数え、先頭レコードを見出しとして
      *    *** 取り出す(無ければ件数-1)
       S250-10.

           MOVE    -1          TO      WK-REC-CNT
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    SPACE       TO      WK-HREC

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   GO  TO  S250-EX
           END-IF

           MOVE    ZERO        TO      WK-REC-CNT
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-REC-CNT
                       IF      WK-REC-CNT  =       1
                               MOVE    PIN1-REC (1:256) TO WK-HREC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

      *    *** 見出しの確認と作成日/通番の取り出し
           MOVE    "Y"         TO      WK-HDR-OK
           MOVE    SPACE       TO      WK-HYMD WK-HSEQ
           MOVE    ZERO        TO      WK-HSEQ-N
           IF      WK-IF-HDR (I) =     "*NONE"
                   GO  TO  S250-EX
           END-IF

           IF      WK-REC-CNT  =       ZERO
                   MOVE    "N"         TO      WK-HDR-OK
                   GO  TO  S250-EX
           END-IF
           IF      WK-IF-HDR (I) NOT = "*"     AND
                   WK-HREC (1:1) NOT = WK-IF-HDR (I) (1:1)
                   MOVE    "N"         TO      WK-HDR-OK
                   GO  TO  S250-EX
           END-IF

           IF      WK-IF-DPOS (I) >    ZERO
                   MOVE    WK-HREC (WK-IF-DPOS (I):WK-IF-DLEN (I))
                                       TO      WK-HYMD
           END-IF
           IF      WK-IF-SPOS (I) >    ZERO
               IF  WK-HREC (WK-IF-SPOS (I):WK-IF-SLEN (I)) IS NUMERIC
                   MOVE    NUMVAL(WK-HREC (WK-IF-SPOS (I):
                                           WK-IF-SLEN (I)))
                                       TO      WK-HSEQ-N
                   MOVE    WK-HSEQ-N   TO      WK-HSEQ
               ELSE
                   MOVE    "N"         TO      WK-HDR-OK
               END-IF
           END-IF
           .
       S250-EX.
           EXIT.

      *    *** バイト数とチェックサム(Adler-32)をバイトストリームで
      *    *** 測る
       S300-10.

           MOVE    "Y"         TO      WK-MS-OK
           MOVE    ZERO        TO      WK-MS-BYTES
           MOVE    1           TO      WK-MS-S1
           MOVE    ZERO        TO      WK-MS-S2

           MOVE    SPACE       TO      WK-CFILE
           STRING  WK-IF-FILE (I) DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-CFILE
                                         WK-ACCESS-MODE
                                         WK-FILE-LOCK
                                         WK-DEVICE
                                         WK-FH
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " CBL_OPEN_FILE ERROR RC="
                           RETURN-CODE " (" WK-IF-FILE (I) ")"
                   MOVE    "N"         TO      WK-MS-OK
                   MOVE    ZERO        TO      RETURN-CODE
                   GO  TO  S300-EX
           END-IF

      *    *** FLAGS=128 でファイルサイズをOFFSETへ受け取る
           MOVE    ZERO        TO      WK-OFFSET
           MOVE    128         TO      WK-FLAGS
           MOVE    1           TO      WK-READ-LEN
           CALL    "CBL_READ_FILE" USING WK-FH
                                         WK-OFFSET
                                         WK-READ-LEN
                                         WK-FLAGS
                                         WK-BUF
           MOVE    WK-OFFSET   TO      WK-MS-REST
           MOVE    WK-MS-REST  TO      WK-MS-BYTES

           MOVE    ZERO        TO      WK-OFFSET
           MOVE    ZERO        TO      WK-FLAGS
           PERFORM UNTIL WK-MS-REST = ZERO
               IF      WK-MS-REST  >       4096
                       MOVE    4096        TO      WK-READ-LEN
               ELSE
                       MOVE    WK-MS-REST  TO      WK-READ-LEN
               END-IF
               CALL    "CBL_READ_FILE" USING WK-FH
                                             WK-OFFSET
                                             WK-READ-LEN
                                             WK-FLAGS
                                             WK-BUF
               IF      RETURN-CODE NOT =   ZERO
                       DISPLAY WK-PGM-NAME " CBL_READ_FILE ERROR RC="
                               RETURN-CODE " (" WK-IF-FILE (I) ")"
                       MOVE    "N"         TO      WK-MS-OK
                       MOVE    ZERO        TO      WK-MS-REST
               ELSE
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WK-READ-LEN
                           MOVE    WK-BUF (J:1) TO     PIC-X
                           ADD     PIC-Halfword TO     WK-MS-S1
                           IF      WK-MS-S1    >=      65521
                                   SUBTRACT 65521  FROM    WK-MS-S1
                           END-IF
                           ADD     WK-MS-S1    TO      WK-MS-S2
                           IF      WK-MS-S2    >=      65521
                                   SUBTRACT 65521  FROM    WK-MS-S2
                           END-IF
                       END-PERFORM
                       ADD     WK-READ-LEN TO      WK-OFFSET
                       SUBTRACT WK-READ-LEN FROM   WK-MS-REST
               END-IF
           END-PERFORM

           CALL    "CBL_CLOSE_FILE" USING WK-FH
           MOVE    ZERO        TO      RETURN-CODE

           COMPUTE WK-MS-SUM   =       WK-MS-S2 * 65536 + WK-MS-S1
           .
       S300-EX.
           EXIT.

      *    *** 判定: 再実行/見出し誤り/チェックサム重複/通番重複/
      *    *** 通番飛び・遅着
       S350-10.

           MOVE    "R"         TO      WK-STATE
           MOVE    SPACE       TO      WK-NOTE
           MOVE    ZERO        TO      WK-REF
           MOVE    "N"         TO      WK-RERUN

      *    *** そのIFの最新の受付と、通番の最大
           MOVE    ZERO        TO      WK-LAST-K WK-SEQ-LAST-K
           MOVE    ZERO        TO      WK-SEQ-MAX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-REG-CNT
               IF      WK-RG-IFID (K) =    WK-IF-IFID (I)  AND
                       WK-RG-STATE (K) =   "R"
                   MOVE    K           TO      WK-LAST-K
                   IF      WK-RG-HSEQ (K) NOT = SPACE  AND
                           WK-RG-HSEQ-N (K) >= WK-SEQ-MAX
                           MOVE    WK-RG-HSEQ-N (K) TO WK-SEQ-MAX
                           MOVE    K       TO      WK-SEQ-LAST-K
                   END-IF
               END-IF
           END-PERFORM

      *    *** 同じ日に同じファイルをもう一度(チェーンの再実行)
           IF      WK-LAST-K   >       ZERO
               IF  WK-RG-FILE (WK-LAST-K) =  WK-IF-FILE (I)   AND
                   WK-RG-BYTES (WK-LAST-K) = WK-MS-BYTES      AND
                   WK-RG-SUM (WK-LAST-K) =   WK-MS-SUM        AND
                   WK-RG-YMD (WK-LAST-K) =   WK-TODAY-YMD
                   MOVE    "Y"         TO      WK-RERUN
                   GO  TO  S350-EX
               END-IF
           END-IF

           IF      WK-HDR-OK   =       "N"
                   MOVE    "E"         TO      WK-STATE
                   MOVE    "HDR "      TO      WK-NOTE
                   GO  TO  S350-EX
           END-IF

      *    *** 内容が同じファイル(全IFの受付済みと照合)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-REG-CNT
                                            OR WK-STATE = "D"
               IF      WK-RG-STATE (K) =   "R"             AND
                       WK-RG-BYTES (K) =   WK-MS-BYTES     AND
                       WK-RG-SUM (K) =     WK-MS-SUM
                       MOVE    "D"         TO      WK-STATE
                       MOVE    "SUM "      TO      WK-NOTE
                       MOVE    WK-RG-SEQ (K) TO    WK-REF
               END-IF
           END-PERFORM
           IF      WK-STATE    =       "D"
                   GO  TO  S350-EX
           END-IF

           IF      WK-HSEQ     =       SPACE
                   GO  TO  S350-EX
           END-IF

      *    *** 同じIFで通番が登録済み
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-REG-CNT
                                            OR WK-STATE = "D"
               IF      WK-RG-IFID (K) =    WK-IF-IFID (I)  AND
                       WK-RG-STATE (K) =   "R"             AND
                       WK-RG-HSEQ (K) NOT = SPACE          AND
                       WK-RG-HSEQ-N (K) =  WK-HSEQ-N
                       MOVE    "D"         TO      WK-STATE
                       MOVE    "SEQ "      TO      WK-NOTE
                       MOVE    WK-RG-SEQ (K) TO    WK-REF
               END-IF
           END-PERFORM
           IF      WK-STATE    =       "D"
                   GO  TO  S350-EX
           END-IF

      *    *** 通番の連続(桁あふれで1へ戻るのは連続とみなす)
           IF      WK-SEQ-LAST-K =     ZERO
                   GO  TO  S350-EX
           END-IF
           COMPUTE WK-SEQ-WRAP =       10 ** WK-IF-SLEN (I) - 1
           EVALUATE TRUE
               WHEN WK-HSEQ-N  =       WK-SEQ-MAX + 1
                   CONTINUE
               WHEN WK-HSEQ-N  =       1               AND
                    WK-SEQ-MAX =       WK-SEQ-WRAP
                   CONTINUE
               WHEN WK-HSEQ-N  >       WK-SEQ-MAX
                   MOVE    "GAP "      TO      WK-NOTE
                   MOVE    WK-RG-SEQ (WK-SEQ-LAST-K) TO WK-REF
               WHEN OTHER
                   MOVE    "LATE"      TO      WK-NOTE
           END-EVALUATE
           .
       S350-EX.
           EXIT.

      *    *** 台帳へ新しい行を積む
       S400-10.

           ADD     1           TO      WK-NEXT-SEQ
           ADD     1           TO      WK-REG-CNT
           MOVE    WK-IF-IFID (I) TO   WK-RG-IFID (WK-REG-CNT)
           MOVE    WK-NEXT-SEQ TO      WK-RG-SEQ (WK-REG-CNT)
           MOVE    WK-TODAY-YMD TO     WK-RG-YMD (WK-REG-CNT)
           MOVE    WK-NOW-HMS  TO      WK-RG-HMS (WK-REG-CNT)
           MOVE    WK-IF-FILE (I) TO   WK-RG-FILE (WK-REG-CNT)
           MOVE    WK-MS-BYTES TO      WK-RG-BYTES (WK-REG-CNT)
           MOVE    WK-REC-CNT  TO      WK-RG-RECS (WK-REG-CNT)
           MOVE    WK-MS-SUM   TO      WK-RG-SUM (WK-REG-CNT)
           MOVE    WK-HYMD     TO      WK-RG-HYMD (WK-REG-CNT)
           MOVE    WK-HSEQ     TO      WK-RG-HSEQ (WK-REG-CNT)
           MOVE    WK-HSEQ-N   TO      WK-RG-HSEQ-N (WK-REG-CNT)
           MOVE    WK-STATE    TO      WK-RG-STATE (WK-REG-CNT)
           MOVE    WK-NOTE     TO      WK-RG-NOTE (WK-REG-CNT)
           MOVE    WK-REF      TO      WK-RG-REF (WK-REG-CNT)
           MOVE    "N"         TO      WK-RG-ACK (WK-REG-CNT)
           .
       S400-EX.
           EXIT.

      *    *** 拒否したファイルを <受信ﾌｧｲﾙ>.DUP へ退避する
       S450-10.

           MOVE    WK-IF-FILE (I) TO   WK-SHCHK-NAME
           PERFORM S-SHCHK-10  THRU    S-SHCHK-EX

           MOVE    SPACE       TO      WK-CMD
           STRING  "mv -f "            DELIMITED BY SIZE
                   WK-IF-FILE (I)      DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WK-IF-FILE (I)      DELIMITED BY SPACE
                   ".DUP"              DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           MOVE    RETURN-CODE TO      WK-RC
           MOVE    ZERO        TO      RETURN-CODE
           IF      WK-RC       NOT =   ZERO
                   DISPLAY WK-PGM-NAME " MOVE NG RC=" WK-RC
                           " (" WK-IF-FILE (I) ")"
           END-IF
           .
       S450-EX.
           EXIT.

      *    *** 応答ファイルを取引先の形式で書く
       S500-10.

           MOVE    "Y"         TO      WK-ACK-OK
           EVALUATE WK-STATE
               WHEN "R"
                   MOVE    "OK "       TO      WK-RESULT
               WHEN "D"
                   MOVE    "DUP"       TO      WK-RESULT
               WHEN OTHER
                   MOVE    "ERR"       TO      WK-RESULT
           END-EVALUATE

           MOVE    WK-IF-ACK (I) TO    WK-ACK1-F-NAME
           OPEN    OUTPUT      ACK1-F
           IF      WK-ACK1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " ACK1-F OPEN ERROR STATUS="
                           WK-ACK1-STATUS " (" WK-IF-ACK (I) ")"
                   MOVE    "N"         TO      WK-ACK-OK
                   GO  TO  S500-EX
           END-IF

           EVALUATE WK-IF-AFMT (I)
               WHEN "CSV"
                   PERFORM S510-10     THRU    S510-EX
               WHEN "FIX"
                   PERFORM S520-10     THRU    S520-EX
               WHEN OTHER
                   PERFORM S530-10     THRU    S530-EX
           END-EVALUATE

           CLOSE   ACK1-F
           .
       S500-EX.
           EXIT.

      *    *** AFMT=CSV: IF,FILE,YMD,HMS,RECS,BYTES,SUM,HYMD,HSEQ,
      *    *** RESULT の1行
       S510-10.

           PERFORM S540-10     THRU    S540-EX

           MOVE    SPACE       TO      WK-ACK-LINE
           MOVE    1           TO      WK-ACK-P
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 10
               IF      L           >       1
                   STRING  ","         DELIMITED BY SIZE
                           INTO    WK-ACK-LINE
                           WITH POINTER WK-ACK-P
               END-IF
               STRING  ACK-TK-VAL (L)  DELIMITED BY SPACE
                       INTO    WK-ACK-LINE
                       WITH POINTER WK-ACK-P
           END-PERFORM

           WRITE   ACK1-REC    FROM    WK-ACK-LINE
           .
       S510-EX.
           EXIT.

      *    *** AFMT=FIX: 80桁固定の1レコード
       S520-10.

           MOVE    WK-IF-IFID (I) TO   AFX-IFID
           MOVE    WK-TODAY-YMD TO     AFX-YMD
           MOVE    WK-NOW-HMS  TO      AFX-HMS
           MOVE    WK-IF-FILE (I) TO   AFX-FILE
           MOVE    WK-REC-CNT  TO      AFX-RECS
           MOVE    WK-HSEQ     TO      AFX-HSEQ
           MOVE    WK-RESULT   TO      AFX-RESULT

           MOVE    SPACE       TO      ACK1-REC
           MOVE    ACK-FIX-REC TO      ACK1-REC (1:80)
           WRITE   ACK1-REC
           .
       S520-EX.
           EXIT.

      *    *** AFMT=雛形ファイル: 各行の &項目 を値に置き換えて書く
       S530-10.

           PERFORM S540-10     THRU    S540-EX

           MOVE    WK-IF-AFMT (I) TO   WK-TPL1-F-NAME
           MOVE    LOW-VALUE   TO      WK-TPL1-EOF
           OPEN    INPUT       TPL1-F
           IF      WK-TPL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TPL1-F OPEN ERROR STATUS="
                           WK-TPL1-STATUS " (" WK-IF-AFMT (I) ")"
                   MOVE    "N"         TO      WK-ACK-OK
                   GO  TO  S530-EX
           END-IF

           PERFORM UNTIL WK-TPL1-EOF = HIGH-VALUE
               READ    TPL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TPL1-EOF
                   NOT AT  END
                       PERFORM S535-10     THRU    S535-EX
                       WRITE   ACK1-REC    FROM    WK-ACK-LINE
               END-READ
           END-PERFORM
           CLOSE   TPL1-F
           .
       S530-EX.
           EXIT.

      *    *** 雛形1行の置換(WK-ACK-LINEへ)
       S535-10.

           MOVE    SPACE       TO      WK-ACK-LINE
           MOVE    1           TO      WK-ACK-P
           MOVE    1           TO      P
           PERFORM UNTIL P > 256 OR WK-ACK-P > 256
               MOVE    "N"         TO      WK-ACK-HIT
               IF      TPL1-REC (P:1) =    "&"
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > 10 OR WK-ACK-HIT = "Y"
                       IF      P + ACK-TK-LEN (L) <= 257
                           IF  TPL1-REC (P:ACK-TK-LEN (L)) =
                               ACK-TK-NAME (L) (1:ACK-TK-LEN (L))
                               MOVE    "Y"     TO      WK-ACK-HIT
                               STRING  ACK-TK-VAL (L)
                                           DELIMITED BY SPACE
                                       INTO    WK-ACK-LINE
                                       WITH POINTER WK-ACK-P
                               ADD     ACK-TK-LEN (L) TO P
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF      WK-ACK-HIT  =       "N"
                   STRING  TPL1-REC (P:1)  DELIMITED BY SIZE
                           INTO    WK-ACK-LINE
                           WITH POINTER WK-ACK-P
                   ADD     1           TO      P
               END-IF
           END-PERFORM
           .
       S535-EX.
           EXIT.

      *    *** 置換値の編集(CSV/雛形共通)
       S540-10.

           MOVE    SPACE       TO      ACK-VALUE-TBL
           MOVE    WK-IF-IFID (I) TO   ACK-TK-VAL (1)
           MOVE    WK-IF-FILE (I) TO   ACK-TK-VAL (2)
           MOVE    WK-TODAY-YMD TO     ACK-TK-VAL (3)
           MOVE    WK-NOW-HMS  TO      ACK-TK-VAL (4)
           MOVE    WK-REC-CNT  TO      WK-ED-RECS
           MOVE    TRIM(WK-ED-RECS) TO ACK-TK-VAL (5)
           MOVE    WK-MS-BYTES TO      WK-ED-BYTES
           MOVE    TRIM(WK-ED-BYTES) TO ACK-TK-VAL (6)
           MOVE    WK-MS-SUM   TO      WK-ED-SUM
           MOVE    TRIM(WK-ED-SUM) TO  ACK-TK-VAL (7)
           MOVE    WK-HYMD     TO      ACK-TK-VAL (8)
           MOVE    WK-HSEQ     TO      ACK-TK-VAL (9)
           MOVE    WK-RESULT   TO      ACK-TK-VAL (10)
           .
       S540-EX.
           EXIT.

      *    *** 拒否/通番飛びをNOTIFYで配信する(EXCLOGへも記録される)
       S590-10.

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           MOVE    WK-IF-IFID (I) TO   WNT-SUB1
           MOVE    SPACE       TO      WNT-SUB2
           IF      WK-STATE    =       "R"
                   MOVE    "W"         TO      WNT-SEV
                   MOVE    "NT0006"    TO      WNT-MSGID
                   STRING  WK-SEQ-MAX      DELIMITED BY SIZE
                           "->"            DELIMITED BY SIZE
                           WK-HSEQ         DELIMITED BY SIZE
                           INTO    WNT-SUB2
                   MOVE    "RECEIVE SEQUENCE GAP" TO WNT-EXC-STATUS
           ELSE
                   MOVE    "E"         TO      WNT-SEV
                   MOVE    "NT0005"    TO      WNT-MSGID
                   STRING  WK-NOTE         DELIMITED BY SPACE
                           " REF="         DELIMITED BY SIZE
                           WK-REF          DELIMITED BY SIZE
                           INTO    WNT-SUB2
                   MOVE    "RECEIVE REFUSED" TO WNT-EXC-STATUS
           END-IF
           MOVE    WK-IF-FILE (I) TO   WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           MOVE    ZERO        TO      RETURN-CODE
           .
       S590-EX.
           EXIT.

      *    *** REPORT: 台帳の一覧(監査用)と、IF毎の通番の欠番
       S600-10.

           DISPLAY WK-PGM-NAME " *** 受信台帳 ***"
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-REG-CNT
               IF      WK-SEL-IFID =       SPACE   OR
                       WK-SEL-IFID =       WK-RG-IFID (K)
                       DISPLAY WK-PGM-NAME " " WK-RG-IFID (K)
                               " SEQ=" WK-RG-SEQ (K)
                               " " WK-RG-YMD (K)
                               " " WK-RG-HMS (K)
                               " STATE=" WK-RG-STATE (K)
                               " " WK-RG-NOTE (K)
                               " REC=" WK-RG-RECS (K)
                               " SUM=" WK-RG-SUM (K)
                               " HSEQ=" WK-RG-HSEQ (K)
                               " ACK=" WK-RG-ACK (K)
                               " (" WK-RG-FILE (K) ")"
                       IF      WK-RG-STATE (K) NOT = "R"
                               ADD     1       TO      WK-REFUSE-CNT
                       END-IF
               END-IF
           END-PERFORM
           DISPLAY WK-PGM-NAME " 拒否=" WK-REFUSE-CNT

      *    *** 欠番: 受付済みの通番 s の次(s+1)が無く、s がそのIFの
      *    *** 最大でないもの
           DISPLAY WK-PGM-NAME " *** 通番欠番一覧 ***"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-IF-CNT
               IF      WK-SEL-IFID =       SPACE   OR
                       WK-SEL-IFID =       WK-IF-IFID (I)
                       PERFORM S610-10     THRU    S610-EX
               END-IF
           END-PERFORM
           DISPLAY WK-PGM-NAME " 欠番=" WK-GAP-CNT

      *    *** REPORTの拒否件数はRETURN-CODEへ反映しない
           MOVE    ZERO        TO      WK-REFUSE-CNT
           .
       S600-EX.
           EXIT.

      *    *** 管制(I)のIFの欠番
       S610-10.

           MOVE    ZERO        TO      WK-SEQ-MAX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-REG-CNT
               IF      WK-RG-IFID (K) =    WK-IF-IFID (I)  AND
                       WK-RG-STATE (K) =   "R"             AND
                       WK-RG-HSEQ (K) NOT = SPACE          AND
                       WK-RG-HSEQ-N (K) >  WK-SEQ-MAX
                       MOVE    WK-RG-HSEQ-N (K) TO WK-SEQ-MAX
               END-IF
           END-PERFORM

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-REG-CNT
               IF      WK-RG-IFID (K) =    WK-IF-IFID (I)  AND
                       WK-RG-STATE (K) =   "R"             AND
                       WK-RG-HSEQ (K) NOT = SPACE          AND
                       WK-RG-HSEQ-N (K) <  WK-SEQ-MAX
                   MOVE    "N"         TO      WK-NEXT-HIT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-REG-CNT OR WK-NEXT-HIT = "Y"
                       IF      WK-RG-IFID (J) =    WK-IF-IFID (I)  AND
                               WK-RG-STATE (J) =   "R"             AND
                               WK-RG-HSEQ (J) NOT = SPACE          AND
                               WK-RG-HSEQ-N (J) =
                                       WK-RG-HSEQ-N (K) + 1
                               MOVE    "Y"     TO      WK-NEXT-HIT
                       END-IF
                   END-PERFORM
                   IF      WK-NEXT-HIT  =       "N"
                           ADD     1           TO      WK-GAP-CNT
                           DISPLAY WK-PGM-NAME " " WK-IF-IFID (I)
                                   " 欠番 " WK-RG-HSEQ (K)
                                   " の次から"
                   END-IF
               END-IF
           END-PERFORM
           .
       S610-EX.
           EXIT.

      *    *** 台帳の書き直し(全件)
       S800-10.

           OPEN    OUTPUT      REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " REG1-F OPEN ERROR STATUS="
                           WK-REG1-STATUS
                   GO  TO  S800-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-REG-CNT
               MOVE    SPACE       TO      REG1-REC
               MOVE    WK-RG-IFID (K) TO   REG1-IFID
               MOVE    WK-RG-SEQ (K) TO    REG1-SEQ
               MOVE    WK-RG-YMD (K) TO    REG1-YMD
               MOVE    WK-RG-HMS (K) TO    REG1-HMS
               MOVE    WK-RG-FILE (K) TO   REG1-FILE
               MOVE    WK-RG-BYTES (K) TO  REG1-BYTES
               MOVE    WK-RG-RECS (K) TO   REG1-RECS
               MOVE    WK-RG-SUM (K) TO    REG1-SUM
               MOVE    WK-RG-HYMD (K) TO   REG1-HYMD
               MOVE    WK-RG-HSEQ (K) TO   REG1-HSEQ
               MOVE    WK-RG-STATE (K) TO  REG1-STATE
               MOVE    WK-RG-NOTE (K) TO   REG1-NOTE
               MOVE    WK-RG-REF (K) TO    REG1-REF
               MOVE    WK-RG-ACK (K) TO    REG1-ACK
               WRITE   REG1-REC
           END-PERFORM

           CLOSE   REG1-F
           .
       S800-EX.
           EXIT.

      *    *** ファイル名がシェルへそのまま渡して安全な文字のみか
       S-SHCHK-10.

           MOVE    "Y"         TO      WK-SHCHK-OK
           PERFORM VARYING WK-SHCHK-IX FROM 1 BY 1
                   UNTIL WK-SHCHK-IX > 32
               MOVE    WK-SHCHK-NAME (WK-SHCHK-IX:1) TO WK-SHCHK-C
               IF      WK-SHCHK-C  NOT =    SPACE
                   EVALUATE TRUE
                       WHEN WK-SHCHK-C >= "A" AND WK-SHCHK-C <= "Z"
                           CONTINUE
                       WHEN WK-SHCHK-C >= "a" AND WK-SHCHK-C <= "z"
                           CONTINUE
                       WHEN WK-SHCHK-C >= "0" AND WK-SHCHK-C <= "9"
                           CONTINUE
                       WHEN WK-SHCHK-C = "." OR "_" OR "-" OR "/"
                           CONTINUE
                       WHEN OTHER
                           MOVE    "N"     TO      WK-SHCHK-OK
                           COMPUTE WK-SHCHK-IX = 33
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF      WK-SHCHK-OK =       "N"
                   DISPLAY WK-PGM-NAME
                           " 不正な文字を含む名前="
                           WK-SHCHK-NAME
                   STOP    RUN
           END-IF
           .
       S-SHCHK-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       REG1-REC

           DISPLAY WK-PGM-NAME " END 受付=" WK-ACPT-CNT
                   " 拒否=" WK-REFUSE-CNT " 通番飛び=" WK-GAP-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
