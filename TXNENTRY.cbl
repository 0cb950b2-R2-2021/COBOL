      *    ***   ・各項目は離脱時にCOBENTCKで検査/変換する
      *    ***     (得意先=99、取引日=DT(閏年込み)、金額=X9、
      *    ***      摘要=JL(左詰め))
      *    ***   ・取引区分(2桁)はGLPOSTの計上ルール(取引区分+
      *    ***     顧客区分→借方/貸方勘定)のキーになる。空白は
      *    ***     "01"(通常売上)とみなす
      *    ***   ・得意先コードはDECODE08の照合インターフェースで
      *    ***     名称を引き、画面に表示する
      *    ***   ・完了した入力はヘッダー/明細/トレーラーの
      *    ***     バッチファイル(TXNENTRY.POT1)に書き、トレーラー
      *    ***     には入力者が打った合計(キー合計)と計算合計の
      *    ***     両方を載せる(突合せは夜間ではなく入力時に済む)
      *    ***   ・開始時にSECCHKでサインオンする(与信保留の申請者)
      *    ***   ・得意先毎にCRDCHKで与信を確かめる。売掛未決済残高
      *    ***     +未計上バッチ+入力中の同じ得意先の明細+今回の
      *    ***     金額が与信限度(CRDMST)を超える明細、取引停止/
      *    ***     与信マスター未登録の得意先の明細はバッチに入れず、
      *    ***     与信保留(APPROVEの保留、対象TXNENTRY.HLD)へ
      *    ***     与信の数字を付けて積む。与信管理者がAPPROVE
      *    ***     REVIEWで解除/却下し、APPLY,TXNENTRY.HLDで書き
      *    ***     出された解除分(TXNENTRY.HLD.TXN)は次回の開始時に
      *    ***     明細へ取り込む(バッチ書出し後 .TXN.OLD へ退避)
      *    ***   ・翌期首振戻し=Y の明細(月末の見越し計上)は、GLPOST
      *    ***     が振戻し区分付きの仕訳にし、PERCTLの翌期オープン
      *    ***     でAUTOREVが翌期の最初の営業日付で逆仕訳を作る
      *    ***   ・バッチ番号は採番サービス(NUMSVC)の系列BATCHから
      *    ***     書出しの時に払い出し、書き終えたら使用済みにする
      *    ***     (採番できない時、番号が4桁を超えた時はバッチを
      *    ***     書かずRC=16)
      *    ***
      *    ***   ・得意先コードが分からない時は、代替キー索引
      *    ***     (ALTINDX、既定の索引名KANA=カナ氏名)を検索値で
      *    ***     引く(S=検索、ALTSRCH)。1件ならコードと名称を
      *    ***     入れ、複数なら候補のコードを並べる
      *    ***
      *    *** 画面コマンド: E=入力終了(バッチ書出し) Q=破棄終了
      *    ***               S=得意先検索(索引名/検索値)
      *    *** レコード形式(TXNENTRY.POT1):
      *    ***   H 日付(8) バッチ番号(4) キー合計(11) 入力者(8)
      *    ***   D 得意先(4) 取引日(8) 金額(10) 摘要(20) 取引区分(2)
      *    ***     翌期首振戻し(1、Y=自動振戻し)
      *    ***   T 件数(5) 計算合計(11) キー合計(11)
      *    *** 与信保留の変更後イメージ(100桁):
      *    ***   1-45 明細(Dレコードの2桁目以降と同じ)
      *    ***   46 リスク区分  47 取引停止  49-59 与信限度
      *    ***   61-72 売掛未決済残高  74-84 未計上(入力中を含む)
      *    ***   86-97 与信残高(今回分を含む)
      *    ***   99-100 理由 OV=限度超過 BK=取引停止
      *    ***          NM=与信マスター未登録 NG=残高が求められない

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TXNENTRY.
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 与信保留の解除分(APPROVE APPLYの出力)
           SELECT HLD1-F           ASSIGN   WK-HLD1-F-NAME
                               STATUS   WK-HLD1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       01  POT1-REC.
           03  FILLER          PIC  X(060).

       FD  HLD1-F
           LABEL RECORDS ARE STANDARD.
       01  HLD1-REC.
           03  HLD1-TYPE       PIC  X(001).
           03  HLD1-KEY        PIC  X(020).
           03  HLD1-IMAGE.
             05  HLD1-CODE     PIC  X(004).
             05  HLD1-DATE     PIC  X(008).
             05  HLD1-AMT      PIC  X(010).
             05  HLD1-MEMO     PIC  X(020).
             05  HLD1-TXN-TYPE PIC  X(002).
             05  HLD1-REV      PIC  X(001).
             05  FILLER        PIC  X(055).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TXNENTRY".

           03  WK-POT1-F-NAME  PIC  X(032) VALUE "TXNENTRY.POT1".
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HLD1-F-NAME  PIC  X(032) VALUE "TXNENTRY.HLD.TXN".
           03  WK-HLD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HLD1-EOF     PIC  X(001) VALUE LOW-VALUE.
      *    *** 与信保留の対象名(APPROVEの保留ファイル上)
           03  WK-HOLD-TARGET  PIC  X(032) VALUE "TXNENTRY.HLD".

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-BATCH-NO     PIC  9(004) VALUE 1.
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-SAVE-YN      PIC  X(001) VALUE "N".
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-HELD         PIC  X(001) VALUE "N".
           03  WK-HOLD-CNT     PIC  9(005) VALUE ZERO.
           03  WK-REL-CNT      PIC  9(005) VALUE ZERO.
           03  WK-SESSION-AMT  PIC  9(011) VALUE ZERO.
           03  WK-TIME         PIC  9(008) VALUE ZERO.
           03  WK-EXPO-E       PIC  -ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-CMD          PIC  X(128) VALUE SPACE.

      *    *** 画面項目(入力)
           03  WK-IN-CODE      PIC  X(010) VALUE SPACE.
           03  WK-IN-DATE      PIC  X(010) VALUE SPACE.
           03  WK-IN-AMT       PIC  X(010) VALUE SPACE.
           03  WK-IN-MEMO      PIC  X(020) VALUE SPACE.
           03  WK-IN-TYPE      PIC  X(002) VALUE SPACE.
           03  WK-IN-REV       PIC  X(001) VALUE SPACE.
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-SIX       PIC  X(008) VALUE "KANA".
           03  WK-IN-SVAL      PIC  X(020) VALUE SPACE.

      *    *** 画面表示(結果)
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-KEY-TOTAL    PIC  9(011) VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZZ9 VALUE ZERO.

      *    *** 与信保留の変更後イメージ(明細+与信の数字)
           03  WK-HLD-IMAGE.
             05  WK-HI-CODE    PIC  X(004) VALUE SPACE.
             05  WK-HI-DATE    PIC  X(008) VALUE SPACE.
             05  WK-HI-AMT     PIC  9(010) VALUE ZERO.
             05  WK-HI-MEMO    PIC  X(020) VALUE SPACE.
             05  WK-HI-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-HI-REV     PIC  X(001) VALUE SPACE.
             05  WK-HI-RISK    PIC  X(001) VALUE SPACE.
             05  WK-HI-BLOCK   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HI-LIMIT   PIC  9(011) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HI-OPEN-AR PIC  -(11)9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HI-UNPOSTED PIC 9(011) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HI-EXPOSURE PIC -(11)9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-HI-REASON  PIC  X(002) VALUE SPACE.
      *    *** 与信保留のキー(得意先+取引日+入力時刻)
           03  WK-HLD-KEY.
             05  WK-HK-CODE    PIC  X(004) VALUE SPACE.
             05  WK-HK-DATE    PIC  X(008) VALUE SPACE.
             05  WK-HK-TIME    PIC  9(008) VALUE ZERO.

      *    *** COBENTCK連絡エリア(COBENTCKのLINK-AREAと同一)
       01  ENTCK-AREA.
           03  ENTCK-ID        PIC  X(002) VALUE SPACE.

           COPY    CPDECODE08  REPLACING ==:##:== BY ==WDE08==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

           COPY    CPCRDCHK    REPLACING ==:##:== BY ==WCR==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==WNS==.

           COPY    CPALTSRCH   REPLACING ==:##:== BY ==WAS==.

      *    *** 入力済み明細(最大200件)
       01  DTL-TBL-AREA.
           03  WK-DTL-CNT      BINARY-LONG SYNC VALUE ZERO.
             05  WK-DT-DATE    PIC  X(008) VALUE SPACE.
             05  WK-DT-AMT     PIC  9(010) VALUE ZERO.
             05  WK-DT-MEMO    PIC  X(020) VALUE SPACE.
             05  WK-DT-TYPE    PIC  X(002) VALUE SPACE.
             05  WK-DT-REV     PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       SCREEN                  SECTION.
       01  TXN-SCREEN.
           03  LINE 08 COL 17  PIC X(010) USING WK-IN-AMT.
           03  LINE 09 COL 01  VALUE "摘要          :".
           03  LINE 09 COL 17  PIC X(020) USING WK-IN-MEMO.
           03  LINE 10 COL 01  VALUE "取引区分      :".
           03  LINE 10 COL 17  PIC X(002) USING WK-IN-TYPE.
           03  LINE 11 COL 01  VALUE "翌期首振戻し  :".
           03  LINE 11 COL 17  PIC X(001) USING WK-IN-REV.
           03  LINE 11 COL 19  VALUE "(Y=見越しを自動振戻し)".
           03  LINE 12 COL 01  VALUE "CMD( =登録 S=検索".
           03  LINE 12 COL 18  VALUE " E=終了 Q=破棄):".
           03  LINE 12 COL 35  PIC X(001) USING WK-IN-CMD.
           03  LINE 13 COL 01  VALUE "検索 索引名    :".
           03  LINE 13 COL 17  PIC X(008) USING WK-IN-SIX.
           03  LINE 13 COL 26  VALUE "検索値:".
           03  LINE 13 COL 34  PIC X(020) USING WK-IN-SVAL.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           MOVE    WK-RC-SAVE  TO      RETURN-CODE
           .
       M100-EX.
           STOP    RUN.
           MOVE    1           TO      WDE08-KEYFLD
           MOVE    2           TO      WDE08-VALFLD
           CALL    "DECODE08"  USING   WDE08-DECODE08-AREA

      *    *** サインオン(与信保留の申請者になる)。MAINMENUから
      *    *** 起動された時は引継ぎ券で再開し、再入力させない
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
                   MOVE    "Y"         TO      WK-END
                   MOVE    "N"         TO      WK-SAVE-YN
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

      *    *** 与信保留の解除分を明細へ取り込む
           PERFORM S020-10     THRU    S020-EX
           .
       S010-EX.
           EXIT.

      *    *** 与信管理者が解除した明細(TXNENTRY.HLD.TXN)の取込み。
      *    *** 解除済みなので与信チェックはしない
       S020-10.

           OPEN    INPUT       HLD1-F
           IF      WK-HLD1-STATUS NOT =  ZERO
                   GO  TO  S020-EX
           END-IF

           PERFORM UNTIL WK-HLD1-EOF = HIGH-VALUE
               READ    HLD1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HLD1-EOF
                   NOT AT  END
                       IF      HLD1-TYPE   =       "A"     AND
                               HLD1-AMT    IS NUMERIC      AND
                               WK-DTL-CNT  <       200
                           ADD     1           TO      WK-DTL-CNT
                           MOVE    HLD1-CODE   TO
                                   WK-DT-CODE (WK-DTL-CNT)
                           MOVE    HLD1-DATE   TO
                                   WK-DT-DATE (WK-DTL-CNT)
                           MOVE    HLD1-AMT    TO
                                   WK-DT-AMT (WK-DTL-CNT)
                           MOVE    HLD1-MEMO   TO
                                   WK-DT-MEMO (WK-DTL-CNT)
                           MOVE    HLD1-TXN-TYPE TO
                                   WK-DT-TYPE (WK-DTL-CNT)
                           MOVE    HLD1-REV    TO
                                   WK-DT-REV (WK-DTL-CNT)
                           ADD     WK-DT-AMT (WK-DTL-CNT) TO
                                   WK-CALC-TOTAL
                           ADD     1           TO      WK-REL-CNT
                       ELSE
                           DISPLAY WK-PGM-NAME
                                   " 解除分 取込ﾌｶ " HLD1-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   HLD1-F

           MOVE    WK-REL-CNT  TO      WK-CNT-E
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "与信解除分 取込み " DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   "件"        DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           .
       S020-EX.
           EXIT.

      *    *** 画面1周。表示、入力、項目検査、登録
       S100-10.

               WHEN "q"
                   MOVE    "Y"         TO      WK-END
                   MOVE    "N"         TO      WK-SAVE-YN
               WHEN "S"
               WHEN "s"
                   PERFORM S240-10     THRU    S240-EX
               WHEN OTHER
                   PERFORM S200-10     THRU    S200-EX
           END-EVALUATE
           MOVE    WK-IN-MEMO (1:10) TO ENTCK-ITEMIN
           CALL    "COBENTCK"  USING   ENTCK-AREA

      *    *** 取引区分: 空白は通常売上(01)
           IF      WK-IN-TYPE  =       SPACE
                   MOVE    "01"        TO      WK-IN-TYPE
           END-IF

      *    *** 翌期首振戻し: 空白 又は Y
           IF      WK-IN-REV   =       "y"
                   MOVE    "Y"         TO      WK-IN-REV
           END-IF
           IF      WK-IN-REV   NOT =   SPACE   AND
                   WK-IN-REV   NOT =   "Y"
                   MOVE    "翌期首振戻しは Y 又は空白" TO
                           WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF

      *    *** 登録
           IF      WK-DTL-CNT  >=      200
                   MOVE    "明細は200件まで" TO  WK-MSG-LINE
                   GO  TO  S200-EX
           END-IF

      *    *** 与信チェック。超過/停止は与信保留へ回す
           PERFORM S220-10     THRU    S220-EX
           IF      WK-HELD     =       "Y"
                   GO  TO  S200-EX
           END-IF

           ADD     1           TO      WK-DTL-CNT
           MOVE    WK-IN-CODE (1:4) TO WK-DT-CODE (WK-DTL-CNT)
           MOVE    WK-IN-DATE (1:8) TO WK-DT-DATE (WK-DTL-CNT)
           MOVE    WK-AMT-9    TO      WK-DT-AMT (WK-DTL-CNT)
           MOVE    WK-IN-MEMO  TO      WK-DT-MEMO (WK-DTL-CNT)
           MOVE    WK-IN-TYPE  TO      WK-DT-TYPE (WK-DTL-CNT)
           MOVE    WK-IN-REV   TO      WK-DT-REV (WK-DTL-CNT)
           ADD     WK-AMT-9    TO      WK-CALC-TOTAL

           MOVE    "登録 OK"   TO      WK-MSG-LINE
                                       WK-IN-DATE
                                       WK-IN-AMT
                                       WK-IN-MEMO
                                       WK-IN-TYPE
                                       WK-IN-REV
           .
       S200-EX.
           EXIT.
       S210-EX.
           EXIT.

      *    *** 得意先の検索(ALTSRCH、代替キー索引を前方一致)。
      *    *** 1件ならコードと名称を入れ、複数なら候補を並べる
       S240-10.

           IF      WK-IN-SVAL  =       SPACE
                   MOVE    "検索値を入れて S" TO WK-MSG-LINE
                   GO  TO  S240-EX
           END-IF
           IF      WK-IN-SIX   =       SPACE
                   MOVE    "KANA"      TO      WK-IN-SIX
           END-IF

           MOVE    "SEARCH"    TO      WAS-ID
           MOVE    UPPER-CASE (WK-IN-SIX) TO WAS-IX
           MOVE    WK-IN-SVAL  TO      WAS-VALUE
           MOVE    SPACE       TO      WAS-MATCH
           CALL    "ALTSRCH"   USING   WAS-ALTSRCH-AREA

           MOVE    SPACE       TO      WK-MSG-LINE
           IF      WAS-RESULT  NOT =   "Y"
                   EVALUATE WAS-REASON-CD
                       WHEN "NF"
                           MOVE    "検索 該当なし" TO  WK-MSG-LINE
                       WHEN "NX"
                           MOVE    "検索 索引名が無い"
                                               TO      WK-MSG-LINE
                       WHEN "NV"
                           MOVE    "検索値が無い" TO   WK-MSG-LINE
                       WHEN OTHER
                           MOVE    "検索 索引ファイルの異常"
                                               TO      WK-MSG-LINE
                   END-EVALUATE
                   GO  TO  S240-20
           END-IF

           IF      WAS-CNT     =       1
                   MOVE    SPACE       TO      WK-IN-CODE
                   MOVE    WAS-KEY (1) TO      WK-IN-CODE (1:4)
                   PERFORM S210-10     THRU    S210-EX
                   MOVE    "検索 1件 ｺｰﾄﾞを入れた"
                                       TO      WK-MSG-LINE
                   MOVE    SPACE       TO      WK-IN-SVAL
                   GO  TO  S240-20
           END-IF

      *    *** 候補は10件まで(以降は+)
           MOVE    "候補:"     TO      WK-MSG-LINE
           MOVE    8           TO      J
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WAS-CNT OR I > 10
               MOVE    WAS-KEY (I) TO      WK-MSG-LINE (J:4)
               ADD     5           TO      J
           END-PERFORM
           IF      WAS-CNT     >       10      OR
                   WAS-MORE    =       "Y"
                   MOVE    "+"         TO      WK-MSG-LINE (J:1)
           END-IF
           .
       S240-20.

           IF      WAS-STALE   =       "Y"
                   MOVE    "*索引が古い" TO    WK-MSG-LINE (60:)
           END-IF
           .
       S240-EX.
           EXIT.

      *    *** 与信チェック(CRDCHK)。今回分は入力中の同じ得意先の
      *    *** 明細+新しい明細
       S220-10.

           MOVE    "N"         TO      WK-HELD
           MOVE    ZERO        TO      WK-SESSION-AMT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DTL-CNT
               IF      WK-DT-CODE (I) =    WK-IN-CODE (1:4)
                       ADD     WK-DT-AMT (I) TO    WK-SESSION-AMT
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      WCR-CUST
           MOVE    WK-IN-CODE (1:4) TO WCR-CUST
           COMPUTE WCR-AMT     =       WK-SESSION-AMT + WK-AMT-9
           CALL    "CRDCHK"    USING   WCR-CRDCHK-AREA
           IF      WCR-RESULT  =       "Y"
                   GO  TO  S220-EX
           END-IF

           MOVE    "Y"         TO      WK-HELD
           PERFORM S230-10     THRU    S230-EX
           .
       S220-EX.
           EXIT.

      *    *** 与信保留の申請(APPRSUB)。与信の数字を付けて積む
       S230-10.

           MOVE    WK-IN-CODE (1:4) TO WK-HI-CODE
           MOVE    WK-IN-DATE (1:8) TO WK-HI-DATE
           MOVE    WK-AMT-9    TO      WK-HI-AMT
           MOVE    WK-IN-MEMO  TO      WK-HI-MEMO
           MOVE    WK-IN-TYPE  TO      WK-HI-TYPE
           MOVE    WK-IN-REV   TO      WK-HI-REV
           MOVE    WCR-RISK    TO      WK-HI-RISK
           MOVE    WCR-BLOCK   TO      WK-HI-BLOCK
           MOVE    WCR-LIMIT   TO      WK-HI-LIMIT
           MOVE    WCR-OPEN-AR TO      WK-HI-OPEN-AR
           COMPUTE WK-HI-UNPOSTED =    WCR-UNPOSTED + WK-SESSION-AMT
           MOVE    WCR-EXPOSURE TO     WK-HI-EXPOSURE
           MOVE    WCR-REASON-CD TO    WK-HI-REASON

           ACCEPT  WK-TIME     FROM    TIME
           MOVE    WK-HI-CODE  TO      WK-HK-CODE
           MOVE    WK-HI-DATE  TO      WK-HK-DATE
           MOVE    WK-TIME     TO      WK-HK-TIME

           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-HOLD-TARGET TO   WAP-TARGET
           MOVE    "A"         TO      WAP-TYPE
           MOVE    WK-HLD-KEY  TO      WAP-KEY
           MOVE    WK-OPID     TO      WAP-OPID
           MOVE    SPACE       TO      WAP-BEFORE
           MOVE    WK-HLD-IMAGE TO     WAP-AFTER
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           IF      WAP-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "与信NG "   DELIMITED BY SIZE
                           WCR-REASON  DELIMITED BY SIZE
                           " 保留登録ｴﾗｰ" DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   GO  TO  S230-EX
           END-IF

           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "CREDIT HOLD " DELIMITED BY SIZE
                   WK-HLD-KEY  DELIMITED BY SIZE
                   " SEQ="     DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           MOVE    WK-PGM-NAME TO      WSC-PGM
           MOVE    "CREDHOLD"  TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           ADD     1           TO      WK-HOLD-CNT
           MOVE    WCR-EXPOSURE TO     WK-EXPO-E
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "与信保留 SEQ=" DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WCR-REASON  DELIMITED BY SIZE
                   " 残高="    DELIMITED BY SIZE
                   WK-EXPO-E   DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           MOVE    SPACE       TO      WK-IN-CODE
                                       WK-IN-DATE
                                       WK-IN-AMT
                                       WK-IN-MEMO
                                       WK-IN-TYPE
                                       WK-IN-REV
           .
       S230-EX.
           EXIT.

      *    *** バッチ書出し。トレーラーへ入力者のキー合計と
      *    *** 計算合計の両方を載せる
       S500-10.
                           WK-CALC-TOTAL
           END-IF

      *    *** バッチ番号の払出し
           MOVE    "NEXT"      TO      WNS-ID
           MOVE    "BATCH"     TO      WNS-SERIES
           MOVE    WK-PGM-NAME TO      WNS-PGM
           MOVE    WK-OPID     TO      WNS-USER
           MOVE    WK-TODAY-YMD TO     WNS-YMD
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
      *    *** 番号が採れない時はバッチを書かない(仮の番号で書くと
      *    *** 転記済みの番号と重なる)
           IF      WNS-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 採番エラー REASON="
                           WNS-REASON-CD " ﾊﾞｯﾁ書出し中止"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

      *    *** バッチ番号は4桁。超えた番号は取消して中止する
           IF      WNS-SEQ     >       9999
                   DISPLAY WK-PGM-NAME " 番号OVER SEQ="
                           WNS-SEQ " ﾊﾞｯﾁ書出し中止"
                   MOVE    "VOID"      TO      WNS-ID
                   MOVE    "BATCH NO OVER 9999" TO WNS-MEMO
                   CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           MOVE    WNS-SEQ     TO      WK-BATCH-NO

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                   WK-TODAY-YMD DELIMITED BY SIZE
                   WK-BATCH-NO DELIMITED BY SIZE
                   WK-KEY-TOTAL DELIMITED BY SIZE
                   WK-OPID     DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

                       WK-DT-DATE (I) DELIMITED BY SIZE
                       WK-DT-AMT (I) DELIMITED BY SIZE
                       WK-DT-MEMO (I) DELIMITED BY SIZE
                       WK-DT-TYPE (I) DELIMITED BY SIZE
                       WK-DT-REV (I) DELIMITED BY SIZE
                       INTO    POT1-REC
               WRITE   POT1-REC
           END-PERFORM

           CLOSE   POT1-F

      *    *** 書き終えたバッチ番号を使用済みにする
           MOVE    "USED"      TO      WNS-ID
           MOVE    WK-POT1-F-NAME TO   WNS-MEMO
           CALL    "NUMSVC"    USING   WNS-NUMSVC-AREA

      *    *** 取り込んだ解除分は二度取り込まない様に退避する
           IF      WK-REL-CNT  >       ZERO
                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mv "           DELIMITED BY SIZE
                           WK-HLD1-F-NAME  DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-HLD1-F-NAME  DELIMITED BY SPACE
                           ".OLD"          DELIMITED BY SIZE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
           END-IF

           DISPLAY WK-PGM-NAME " ﾊﾞｯﾁ書出し " WK-POT1-F-NAME
                   " ﾊﾞｯﾁ番号=" WK-BATCH-NO
                   " 件数=" WK-DTL-CNT
                   " 計算合計=" WK-CALC-TOTAL
           .
           MOVE    "CLOSE "    TO      WDE08-ID
           CALL    "DECODE08"  USING   WDE08-DECODE08-AREA

           MOVE    "CLOSE"     TO      WAS-ID
           CALL    "ALTSRCH"   USING   WAS-ALTSRCH-AREA

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " 与信保留=" WK-HOLD-CNT
                   " 解除分取込み=" WK-REL-CNT
           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
