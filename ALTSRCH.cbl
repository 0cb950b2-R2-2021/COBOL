      *    *** 代替キー検索 サブルーチン
      *    *** ALTINDXが作った索引ファイル(ALTINDX.DAT)を索引名と
      *    *** 検索値で引き、該当するマスター(PIN3形式)の主キーを
      *    *** 返す(FILEBRWSのS,索引,値、TXNENTRYのS=検索が呼ぶ)。
      *    *** 検索値には索引と同じ正規化(NORM=D 数字だけ)を掛け、
      *    *** 前方一致(MATCH=空白/P)か完全一致(MATCH=E)で探す。
      *    *** 索引の見出しに記録した同期時のマスターのファイル情報と
      *    *** 今のマスターを比べ、違えばSTALE=Yを返す
      *    *** (ALTINDX SYNCが済むまで結果は古い可能性がある)。
      *    *** 索引ファイルは初回呼出しで開き、ID=CLOSEで閉じる

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ALTSRCH.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 代替キー索引(ALTINDXが作る)
           SELECT ALT1-F           ASSIGN   WK-ALT1-F-NAME
                               STATUS   WK-ALT1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ALT1-KEY.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  ALT1-F
           LABEL RECORDS ARE STANDARD.
       01  ALT1-REC.
           03  ALT1-KEY.
             05  ALT1-IX       PIC  X(008).
             05  ALT1-VAL      PIC  X(040).
             05  ALT1-PKEY     PIC  9(004).
           03  ALT1-DATA       PIC  X(120).
           03  ALT1-HDR       REDEFINES ALT1-DATA.
      *    *** 見出し(ALT1-VAL=LOW-VALUE、ALT1-PKEY=0)の時の内訳
             05  ALT1-H-DT     PIC  9(002).
             05  ALT1-H-POS    PIC  9(004).
             05  ALT1-H-LEN    PIC  9(002).
             05  ALT1-H-NORM   PIC  X(001).
             05  ALT1-H-MST    PIC  X(032).
             05  ALT1-H-STAMP  PIC  X(048).
             05  ALT1-H-YMD    PIC  9(008).
             05  ALT1-H-HMS    PIC  9(006).
             05  ALT1-H-CNT    PIC  9(007).
             05  FILLER        PIC  X(010).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ALTSRCH ".

           03  WK-ALT1-F-NAME  PIC  X(032) VALUE "ALTINDX.DAT".
           03  WK-ALT1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-ALT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-OPENED       PIC  X(001) VALUE "N".

      *    *** 正規化した検索値と長さ
           03  WK-VAL          PIC  X(040) VALUE SPACE.
           03  WK-VAL-L        BINARY-LONG SYNC VALUE ZERO.

      *    *** マスターのファイル情報(本体/.dat/.idx 各16バイト)
           03  WK-SFX-AREA.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE ".dat".
             05  FILLER        PIC  X(004) VALUE ".idx".
           03  WK-SFX-TBL      REDEFINES WK-SFX-AREA.
             05  WK-SFX        PIC  X(004) OCCURS 3.
           03  WK-FX-PATH      PIC  X(080) VALUE SPACE.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.
           03  WK-MST-STAMP    PIC  X(048) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPALTSRCH   REPLACING ==:##:== BY ==LAS==.

       PROCEDURE   DIVISION    USING   LAS-ALTSRCH-AREA
           .
       M100-10.

           MOVE    "N"         TO      LAS-RESULT
           MOVE    SPACE       TO      LAS-REASON-CD
                                       LAS-MORE
                                       LAS-STALE
           MOVE    ZERO        TO      LAS-CNT
                                       LAS-SYNC-YMD
                                       LAS-SYNC-HMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
               MOVE    ZERO        TO      LAS-KEY (I)
           END-PERFORM

           IF      LAS-ID      =       "CLOSE"
                   IF      WK-OPENED   =       "Y"
                           CLOSE   ALT1-F
                           MOVE    "N"         TO      WK-OPENED
                   END-IF
                   MOVE    "Y"         TO      LAS-RESULT
                   GO  TO  M100-EX
           END-IF

           IF      LAS-ID      NOT =   "SEARCH"
                   DISPLAY WK-PGM-NAME " ID ERROR=" LAS-ID
                   MOVE    "NG"        TO      LAS-REASON-CD
                   GO  TO  M100-EX
           END-IF

      *    *** 索引ファイルは初回呼出しで開き、以後開いたままにする
           IF      WK-OPENED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   IF      WK-OPENED   NOT =   "Y"
                           MOVE    "NG"        TO      LAS-REASON-CD
                           GO  TO  M100-EX
                   END-IF
           END-IF

           PERFORM S200-10     THRU    S200-EX
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 索引ファイルのオープン(INPUT)
       S100-10.

           IF      LAS-F-NAME  NOT =   SPACE
                   MOVE    LAS-F-NAME  TO      WK-ALT1-F-NAME
           END-IF

           OPEN    INPUT       ALT1-F
           IF      WK-ALT1-STATUS NOT = "00"
                   DISPLAY WK-PGM-NAME " ALT1-F OPEN ERROR STATUS="
                           WK-ALT1-STATUS " (" WK-ALT1-F-NAME ")"
                   GO  TO  S100-EX
           END-IF
           MOVE    "Y"         TO      WK-OPENED
           .
       S100-EX.
           EXIT.

      *    *** SEARCH: 見出しで定義を確かめ、索引名+検索値から順に読む
       S200-10.

           MOVE    LAS-IX      TO      ALT1-IX
           MOVE    LOW-VALUE   TO      ALT1-VAL
           MOVE    ZERO        TO      ALT1-PKEY
           READ    ALT1-F
                   KEY ALT1-KEY
               INVALID
                   MOVE    "NX"        TO      LAS-REASON-CD
                   GO  TO  S200-EX
           END-READ

           MOVE    ALT1-H-YMD  TO      LAS-SYNC-YMD
           MOVE    ALT1-H-HMS  TO      LAS-SYNC-HMS
           PERFORM S300-10     THRU    S300-EX
           IF      WK-MST-STAMP NOT =  ALT1-H-STAMP
                   MOVE    "Y"         TO      LAS-STALE
           END-IF

      *    *** 検索値の正規化(索引と同じ)
           MOVE    SPACE       TO      WK-VAL
           IF      ALT1-H-NORM =       "D"
                   MOVE    ZERO        TO      WK-VAL-L
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > 40
                       IF      LAS-VALUE (L:1) IS NUMERIC
                               ADD     1           TO      WK-VAL-L
                               MOVE    LAS-VALUE (L:1)
                                               TO  WK-VAL (WK-VAL-L:1)
                       END-IF
                   END-PERFORM
           ELSE
                   MOVE    LAS-VALUE   TO      WK-VAL
                   MOVE    ZERO        TO      WK-VAL-L
                   PERFORM VARYING L FROM 40 BY -1
                           UNTIL L < 1 OR WK-VAL-L > ZERO
                       IF      WK-VAL (L:1) NOT =  SPACE
                               MOVE    L           TO      WK-VAL-L
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-VAL-L    =       ZERO
                   MOVE    "NV"        TO      LAS-REASON-CD
                   GO  TO  S200-EX
           END-IF
           IF      LAS-MATCH   =       "E"
                   MOVE    40          TO      WK-VAL-L
           END-IF

           MOVE    LAS-IX      TO      ALT1-IX
           MOVE    WK-VAL      TO      ALT1-VAL
           MOVE    ZERO        TO      ALT1-PKEY
           START   ALT1-F      KEY >=  ALT1-KEY
               INVALID
                   MOVE    "NF"        TO      LAS-REASON-CD
                   GO  TO  S200-EX
           END-START

           MOVE    LOW-VALUE   TO      WK-ALT1-EOF
           PERFORM UNTIL WK-ALT1-EOF = HIGH-VALUE
               READ    ALT1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ALT1-EOF
                   NOT AT  END
                       IF      ALT1-IX     NOT =   LAS-IX  OR
                               ALT1-VAL (1:WK-VAL-L) NOT =
                               WK-VAL (1:WK-VAL-L)
                           MOVE    HIGH-VALUE TO WK-ALT1-EOF
                       ELSE
                           IF      LAS-CNT     >=      20
                               MOVE    "Y"         TO      LAS-MORE
                               MOVE    HIGH-VALUE TO WK-ALT1-EOF
                           ELSE
                               ADD     1           TO      LAS-CNT
                               MOVE    ALT1-PKEY   TO
                                       LAS-KEY (LAS-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF      LAS-CNT     >       ZERO
                   MOVE    "Y"         TO      LAS-RESULT
           ELSE
                   MOVE    "NF"        TO      LAS-REASON-CD
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 今のマスターのファイル情報(見出しのマスター名で)
       S300-10.

           MOVE    LOW-VALUE   TO      WK-MST-STAMP
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
               MOVE    SPACE       TO      WK-FX-PATH
               STRING  ALT1-H-MST      DELIMITED BY SPACE
                       WK-SFX (L)      DELIMITED BY SPACE
                       INTO    WK-FX-PATH
               CALL    "CBL_CHECK_FILE_EXIST" USING WK-FX-PATH
                                                  WK-FX-DETAILS
               END-CALL
               IF      RETURN-CODE =       ZERO
                       MOVE    WK-FX-DETAILS TO
                               WK-MST-STAMP (L * 16 - 15:16)
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
           END-PERFORM
           .
       S300-EX.
           EXIT.
