      *    *** 名前付き資源ロック(エンキュー)サブルーチン
      *    *** JOBCHAINの同時起動STEPや複数のチェーンが同じマスター
      *    *** (BALROLLの残高マスター、PIN3、CASHAPPの未消込ファイル
      *    *** 等)を同時に書き換えないよう、資源名単位で共有(S、参照)
      *    *** /排他(X、更新)のロックを管理する
      *    ***
      *    *** ロック表(RESLOCK.TBL、CFGNAMEで解決)の各行:
      *    ***   種別(H=確保 W=待ち) 資源名 モード チェーン名 PID
      *    ***   STEP名 起動元PID 起動元STEP名 日付 時刻
      *    ***   (日付/時刻はH=確保した時刻、W=待ち始めた時刻)
      *    *** 表の更新は <ロック表>.MTX ディレクトリの作成(既に
      *    *** あれば失敗する)で直列化し、<ロック表>.NEW へ書いてから
      *    *** 名前を付け替える(LOCKSTATに書きかけを見せない)
      *    ***
      *    *** ACQUIR: 要求した資源を一括で確保する。1つでも競合が
      *    ***         あれば何も確保せず待ち行を登録してN(待ち開始
      *    ***         時刻は最初の登録のまま残す)。全部取れた時は
      *    ***         待ち行を消して確保行を登録しY
      *    ***         競合相手のプロセスが既に無い時(チェーン自体の
      *    ***         異常終了)は、そのプロセスの行を消して判定し直す
      *    *** RELEAS: 所有者(PID+STEP、STEP空白はPIDの全STEP)の
      *    ***         確保行/待ち行を全て消す

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RESLOCK.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** ロック表
           SELECT TBL1-F           ASSIGN   WK-TBL1-F-NAME
                               STATUS   WK-TBL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ロック表の書換え用(書き終えてから名前を付け替える)
           SELECT NEW1-F           ASSIGN   WK-NEW1-F-NAME
                               STATUS   WK-NEW1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  TBL1-F
           LABEL RECORDS ARE STANDARD.
       01  TBL1-REC.
           03  TBL1-KIND       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TBL1-RES        PIC  X(016).
           03  FILLER          PIC  X(001).
           03  TBL1-MODE       PIC  X(001).
           03  FILLER          PIC  X(001).
           03  TBL1-CHAIN      PIC  X(016).
           03  FILLER          PIC  X(001).
           03  TBL1-PID        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  TBL1-STEP       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  TBL1-PPID       PIC  9(009).
           03  FILLER          PIC  X(001).
           03  TBL1-PSTEP      PIC  X(020).
           03  FILLER          PIC  X(001).
           03  TBL1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  TBL1-HMS        PIC  9(008).

       FD  NEW1-F
           LABEL RECORDS ARE STANDARD.
       01  NEW1-REC             PIC  X(117).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "RESLOCK ".

           03  WK-TBL1-F-NAME  PIC  X(032) VALUE "RESLOCK.TBL".
           03  WK-NEW1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-MTX-NAME     PIC  X(040) VALUE SPACE.
           03  WK-TBL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-NEW1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TBL1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-INIT         PIC  X(001) VALUE "N".

      *    *** 表更新の排他(ディレクトリ作成)。30秒取れなければ
      *    *** 前の更新者が途中で落ちたものとみなして取り直す
           03  WK-MTX-TRY      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MTX-MAX      BINARY-LONG SYNC VALUE 30.
           03  WK-MTX-OK       PIC  X(001) VALUE "N".
           03  WK-SLEEP-SEC    BINARY-LONG SYNC VALUE 1.

           03  WK-DATE-YMD     PIC  9(008) VALUE ZERO.
           03  WK-TIME-HMS     PIC  9(008) VALUE ZERO.
           03  WK-CMD          PIC  X(064) VALUE SPACE.
           03  WK-PID-ED       PIC  Z(008)9.
           03  WK-DEAD-PID     PIC  9(009) VALUE ZERO.
           03  WK-FOUND        PIC  X(001) VALUE "N".

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** ロック表(最大500行)。KIND=D は削除済み(書き出さない)
       01  LOCK-TBL-AREA.
           03  WK-LK-MAX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LK-ROW       OCCURS 500.
             05  WK-LK-KIND    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-RES     PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-MODE    PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-CHAIN   PIC  X(016) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-PID     PIC  9(009) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-STEP    PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-PPID    PIC  9(009) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-PSTEP   PIC  X(020) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-YMD     PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LK-HMS     PIC  9(008) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPRESLOCK   REPLACING ==:##:== BY ==LRL==.

       PROCEDURE   DIVISION    USING   LRL-RESLOCK-AREA
           .
       M100-10.

           MOVE    "E"         TO      LRL-RESULT
           MOVE    SPACE       TO      LRL-HOLDER-RES
                                       LRL-HOLDER-CHAIN
                                       LRL-HOLDER-STEP
           MOVE    ZERO        TO      LRL-HOLDER-PID

           IF      LRL-ID      NOT =   "ACQUIR"    AND
                   LRL-ID      NOT =   "RELEAS"
                   DISPLAY WK-PGM-NAME " LRL-ID ERROR=" LRL-ID
                   GO  TO  M100-EX
           END-IF

           IF      LRL-ID      =       "ACQUIR"    AND
                 ( LRL-RES-CNT =       ZERO        OR
                   LRL-RES-CNT >       8 )
                   DISPLAY WK-PGM-NAME " LRL-RES-CNT ERROR="
                           LRL-RES-CNT
                   GO  TO  M100-EX
           END-IF

           IF      WK-INIT     =       "N"
                   PERFORM S010-10     THRU    S010-EX
           END-IF

      *    *** 表更新の排他を取り、表を読んで処理し、書き戻す
           PERFORM S800-10     THRU    S800-EX
           IF      WK-MTX-OK   =       "N"
                   GO  TO  M100-EX
           END-IF

           PERFORM S810-10     THRU    S810-EX

           EVALUATE LRL-ID
               WHEN "ACQUIR"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "RELEAS"
                   PERFORM S200-10     THRU    S200-EX
           END-EVALUATE

           PERFORM S820-10     THRU    S820-EX
           PERFORM S890-10     THRU    S890-EX
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** ロック表の物理名を解決し、排他用/書換え用の名前を作る
       S010-10.

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "RESLOCK.TBL" TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-TBL1-F-NAME

           MOVE    SPACE       TO      WK-MTX-NAME
                                       WK-NEW1-F-NAME
           STRING  WK-TBL1-F-NAME      DELIMITED BY SPACE
                   ".MTX"              DELIMITED BY SIZE
                   INTO    WK-MTX-NAME
           STRING  WK-TBL1-F-NAME      DELIMITED BY SPACE
                   ".NEW"              DELIMITED BY SIZE
                   INTO    WK-NEW1-F-NAME

           MOVE    "Y"         TO      WK-INIT
           .
       S010-EX.
           EXIT.

      *    *** ACQUIR: 要求資源毎に他の所有者の確保行と突き合わせる
       S100-10.

           ACCEPT  WK-DATE-YMD FROM    DATE YYYYMMDD
           ACCEPT  WK-TIME-HMS FROM    TIME

           MOVE    "Y"         TO      LRL-RESULT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LRL-RES-CNT OR LRL-RESULT NOT = "Y"
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-LK-MAX OR LRL-RESULT NOT = "Y"
                   PERFORM S110-10     THRU    S110-EX
               END-PERFORM
           END-PERFORM

           IF      LRL-RESULT  =       "Y"
                   PERFORM S130-10     THRU    S130-EX
           ELSE
                   PERFORM S140-10     THRU    S140-EX
           END-IF
           .
       S100-EX.
           EXIT.

      *    *** 確保行(I)が要求資源(J)と競合するか判定する。
      *    *** 自分自身と起動元STEP(入れ子チェーンの親)の確保、
      *    *** 共有同士は競合しない
       S110-10.

           IF      WK-LK-KIND (I) NOT = "H"
               OR  WK-LK-RES (I) NOT = LRL-RES-NAME (J)
                   GO  TO  S110-EX
           END-IF

           IF      WK-LK-PID (I) =     LRL-PID     AND
                   WK-LK-STEP (I) =    LRL-STEP
                   GO  TO  S110-EX
           END-IF

           IF      LRL-PARENT-PID NOT = ZERO      AND
                   WK-LK-PID (I) =     LRL-PARENT-PID AND
                   WK-LK-STEP (I) =    LRL-PARENT-STEP
                   GO  TO  S110-EX
           END-IF

           IF      WK-LK-MODE (I) =    "S"         AND
                   LRL-RES-MODE (J) =  "S"
                   GO  TO  S110-EX
           END-IF

      *    *** 競合。相手のプロセスが既に無ければ、その行を全て消して
      *    *** 競合なしとする
           IF      WK-LK-PID (I) NOT = LRL-PID
                   PERFORM S120-10     THRU    S120-EX
                   IF      WK-DEAD-PID NOT =   ZERO
                           GO  TO  S110-EX
                   END-IF
           END-IF

           MOVE    "N"         TO      LRL-RESULT
           MOVE    WK-LK-RES (I) TO    LRL-HOLDER-RES
           MOVE    WK-LK-CHAIN (I) TO  LRL-HOLDER-CHAIN
           MOVE    WK-LK-STEP (I) TO   LRL-HOLDER-STEP
           MOVE    WK-LK-PID (I) TO    LRL-HOLDER-PID
           .
       S110-EX.
           EXIT.

      *    *** 確保行(I)のプロセスの生存確認。無ければWK-DEAD-PIDへ
      *    *** PIDを返し、そのPIDの行を全て削除済みにする
       S120-10.

           MOVE    ZERO        TO      WK-DEAD-PID
           MOVE    WK-LK-PID (I) TO    WK-PID-ED
           MOVE    SPACE       TO      WK-CMD
           STRING  "kill -0 "          DELIMITED BY SIZE
                   WK-PID-ED           DELIMITED BY SIZE
                   " 2>/dev/null"      DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           IF      RETURN-CODE =       ZERO
                   GO  TO  S120-EX
           END-IF

           MOVE    WK-LK-PID (I) TO    WK-DEAD-PID
           DISPLAY WK-PGM-NAME " 消滅PID解放="
                   WK-PID-ED " CHAIN=" WK-LK-CHAIN (I)
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-LK-MAX
               IF      WK-LK-PID (K) =     WK-DEAD-PID
                       MOVE    "D"         TO      WK-LK-KIND (K)
               END-IF
           END-PERFORM
           .
       S120-EX.
           EXIT.

      *    *** 全部取れた: 自分の待ち行を消し、確保行を登録する
      *    *** (既に確保済みの資源は、排他要求なら排他へ上げる)
       S130-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-KIND (I) =    "W"         AND
                       WK-LK-PID (I) =     LRL-PID     AND
                       WK-LK-STEP (I) =    LRL-STEP
                       MOVE    "D"         TO      WK-LK-KIND (I)
               END-IF
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LRL-RES-CNT
               MOVE    "N"         TO      WK-FOUND
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-LK-MAX
                   IF      WK-LK-KIND (I) =    "H"         AND
                           WK-LK-PID (I) =     LRL-PID     AND
                           WK-LK-STEP (I) =    LRL-STEP    AND
                           WK-LK-RES (I) =     LRL-RES-NAME (J)
                           MOVE    "Y"         TO      WK-FOUND
                           IF      LRL-RES-MODE (J) =  "X"
                                   MOVE    "X"     TO  WK-LK-MODE (I)
                           END-IF
                   END-IF
               END-PERFORM
               IF      WK-FOUND    =       "N"
                       PERFORM S150-10     THRU    S150-EX
               END-IF
           END-PERFORM
           .
       S130-EX.
           EXIT.

      *    *** 取れない: まだ待ち行が無い資源だけ待ち行を登録する
       S140-10.

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LRL-RES-CNT
               MOVE    "N"         TO      WK-FOUND
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-LK-MAX
                   IF      WK-LK-KIND (I) =    "W"         AND
                           WK-LK-PID (I) =     LRL-PID     AND
                           WK-LK-STEP (I) =    LRL-STEP    AND
                           WK-LK-RES (I) =     LRL-RES-NAME (J)
                           MOVE    "Y"         TO      WK-FOUND
                   END-IF
               END-PERFORM
               IF      WK-FOUND    =       "N"
                       PERFORM S160-10     THRU    S160-EX
               END-IF
           END-PERFORM
           .
       S140-EX.
           EXIT.

      *    *** 確保行(J)を表の末尾へ追加する
       S150-10.

           IF      WK-LK-MAX   >=      500
                   DISPLAY WK-PGM-NAME " ロック表満杯(500)"
                   MOVE    "E"         TO      LRL-RESULT
                   GO  TO  S150-EX
           END-IF

           ADD     1           TO      WK-LK-MAX
           MOVE    "H"         TO      WK-LK-KIND (WK-LK-MAX)
           PERFORM S170-10     THRU    S170-EX
           .
       S150-EX.
           EXIT.

      *    *** 待ち行(J)を表の末尾へ追加する
       S160-10.

           IF      WK-LK-MAX   >=      500
                   DISPLAY WK-PGM-NAME " ロック表満杯(500)"
                   MOVE    "E"         TO      LRL-RESULT
                   GO  TO  S160-EX
           END-IF

           ADD     1           TO      WK-LK-MAX
           MOVE    "W"         TO      WK-LK-KIND (WK-LK-MAX)
           PERFORM S170-10     THRU    S170-EX
           .
       S160-EX.
           EXIT.

      *    *** 末尾行へ所有者と要求資源(J)を編集する
       S170-10.

           MOVE    LRL-RES-NAME (J) TO WK-LK-RES (WK-LK-MAX)
           MOVE    LRL-RES-MODE (J) TO WK-LK-MODE (WK-LK-MAX)
           MOVE    LRL-CHAIN   TO      WK-LK-CHAIN (WK-LK-MAX)
           MOVE    LRL-PID     TO      WK-LK-PID (WK-LK-MAX)
           MOVE    LRL-STEP    TO      WK-LK-STEP (WK-LK-MAX)
           MOVE    LRL-PARENT-PID TO   WK-LK-PPID (WK-LK-MAX)
           MOVE    LRL-PARENT-STEP TO  WK-LK-PSTEP (WK-LK-MAX)
           MOVE    WK-DATE-YMD TO      WK-LK-YMD (WK-LK-MAX)
           MOVE    WK-TIME-HMS TO      WK-LK-HMS (WK-LK-MAX)
           .
       S170-EX.
           EXIT.

      *    *** RELEAS: 所有者の確保行/待ち行を全て削除済みにする
       S200-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-PID (I) =     LRL-PID     AND
                     ( LRL-STEP    =       SPACE       OR
                       WK-LK-STEP (I) =    LRL-STEP )
                       MOVE    "D"         TO      WK-LK-KIND (I)
               END-IF
           END-PERFORM

           MOVE    "Y"         TO      LRL-RESULT
           .
       S200-EX.
           EXIT.

      *    *** 表更新の排他を取る。取れるまで1秒毎に試し、30回で
      *    *** 取れなければ残骸とみなして消してから取り直す
       S800-10.

           MOVE    "N"         TO      WK-MTX-OK
           PERFORM VARYING WK-MTX-TRY FROM 1 BY 1
                   UNTIL WK-MTX-TRY > WK-MTX-MAX
                      OR WK-MTX-OK = "Y"
               CALL    "CBL_CREATE_DIR" USING WK-MTX-NAME
               END-CALL
               IF      RETURN-CODE =       ZERO
                       MOVE    "Y"         TO      WK-MTX-OK
               ELSE
                       CALL    "C$SLEEP"   USING   WK-SLEEP-SEC
               END-IF
           END-PERFORM

           IF      WK-MTX-OK   =       "N"
                   DISPLAY WK-PGM-NAME " 排他の残骸を解除="
                           WK-MTX-NAME
                   CALL    "CBL_DELETE_DIR" USING WK-MTX-NAME
                   END-CALL
                   CALL    "CBL_CREATE_DIR" USING WK-MTX-NAME
                   END-CALL
                   IF      RETURN-CODE =       ZERO
                           MOVE    "Y"         TO      WK-MTX-OK
                   ELSE
                           DISPLAY WK-PGM-NAME " 排他ERROR="
                                   WK-MTX-NAME
                   END-IF
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** ロック表を読込む(無ければ空)
       S810-10.

           MOVE    ZERO        TO      WK-LK-MAX
           MOVE    LOW-VALUE   TO      WK-TBL1-EOF

           OPEN    INPUT       TBL1-F
           IF      WK-TBL1-STATUS NOT =  ZERO
                   IF      WK-TBL1-STATUS NOT =  35
                           DISPLAY WK-PGM-NAME
                                   " TBL1-F OPEN ERROR STATUS="
                                   WK-TBL1-STATUS
                   END-IF
                   GO  TO  S810-EX
           END-IF

           PERFORM UNTIL WK-TBL1-EOF =    HIGH-VALUE
               READ    TBL1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TBL1-EOF
                   NOT AT  END
                       IF      WK-LK-MAX   <       500     AND
                             ( TBL1-KIND   =       "H"     OR
                               TBL1-KIND   =       "W" )
                           ADD     1           TO      WK-LK-MAX
                           MOVE    TBL1-REC    TO
                                   WK-LK-ROW (WK-LK-MAX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   TBL1-F
           .
       S810-EX.
           EXIT.

      *    *** 削除済み以外を書換え用へ書出し、ロック表と付け替える
       S820-10.

           OPEN    OUTPUT      NEW1-F
           IF      WK-NEW1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME
                           " NEW1-F OPEN ERROR STATUS="
                           WK-NEW1-STATUS
                   MOVE    "E"         TO      LRL-RESULT
                   GO  TO  S820-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-LK-MAX
               IF      WK-LK-KIND (I) NOT = "D"
                       WRITE   NEW1-REC    FROM    WK-LK-ROW (I)
               END-IF
           END-PERFORM
           CLOSE   NEW1-F

           CALL    "CBL_RENAME_FILE" USING WK-NEW1-F-NAME
                                           WK-TBL1-F-NAME
           END-CALL
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " TBL1-F RENAME ERROR RC="
                           RETURN-CODE
                   MOVE    "E"         TO      LRL-RESULT
           END-IF
           .
       S820-EX.
           EXIT.

      *    *** 表更新の排他を返す
       S890-10.

           CALL    "CBL_DELETE_DIR" USING WK-MTX-NAME
           END-CALL
           .
       S890-EX.
           EXIT.
