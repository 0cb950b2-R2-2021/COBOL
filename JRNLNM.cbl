      *    *** 計上仕訳ファイル名の決定 サブルーチン
      *    *** 仕訳を書くプログラム(GLPOST/DEPREC/FXREVAL/ZENGINRT/
      *    *** AUTOREV)が同じ名前のファイルを実行毎にOUTPUTで作り
      *    *** 直すと、前の実行の仕訳が消え、期の仕訳も日毎/実行毎の
      *    *** ファイルに散らばる。仕訳のファイル名を
      *    ***   元の名前.会社コード.FYFP
      *    *** に揃え、書く側は期のファイルへ追加、読む側は同じ規則で
      *    *** 期の仕訳一式を引く。

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JRNLNM.

       ENVIRONMENT             DIVISION.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "JRNLNM  ".

           03  WK-CO           PIC  X(004) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.

      *    *** 期の仕訳一式(計上仕訳を書くプログラムの既定の名前)
       01  STD-TBL-AREA.
           03  STD-TBL.
             05  FILLER        PIC  X(032) VALUE "GLPOST.POT1".
             05  FILLER        PIC  X(032) VALUE "DEPREC.POT1".
             05  FILLER        PIC  X(032) VALUE "FXREVAL.POT1".
             05  FILLER        PIC  X(032) VALUE "FXREVAL.POT3".
             05  FILLER        PIC  X(032) VALUE "ZENGINRT.POT1".
             05  FILLER        PIC  X(032) VALUE "AUTOREV.POT1".
           03  STD-TBL-R       REDEFINES STD-TBL.
             05  STD-NAME      OCCURS 6
                               PIC  X(032).
           03  STD-MAX         BINARY-LONG SYNC VALUE 6.

       LINKAGE                 SECTION.

           COPY    CPJRNLNM    REPLACING ==:##:== BY ==LJN==.

       PROCEDURE   DIVISION    USING   LJN-JRNLNM-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LJN-F-NAME
           MOVE    "N"         TO      LJN-RESULT

           EVALUATE LJN-ID
               WHEN "P"
                   CONTINUE
               WHEN "L"
                   IF      LJN-SEQ     <       1       OR
                           LJN-SEQ     >       STD-MAX
                           GO  TO  M100-EX
                   END-IF
                   MOVE    STD-NAME (LJN-SEQ) TO LJN-BASE
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " LJN-ID ERROR=" LJN-ID
                   GO  TO  M100-EX
           END-EVALUATE

           IF      LJN-BASE    =       SPACE
                   GO  TO  M100-EX
           END-IF

           IF      LJN-CO      =       SPACE
                   MOVE    "0001"      TO      WK-CO
           ELSE
                   MOVE    LJN-CO      TO      WK-CO
           END-IF

      *    *** 元の名前.会社コード.FYFP(32桁を超える時はエラー)
           MOVE    1           TO      WK-PTR
           STRING  LJN-BASE            DELIMITED BY SPACE
                   "."                 DELIMITED BY SIZE
                   WK-CO               DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   LJN-FY              DELIMITED BY SIZE
                   LJN-FP              DELIMITED BY SIZE
                   INTO    LJN-F-NAME
                   WITH POINTER WK-PTR
               ON OVERFLOW
                   DISPLAY WK-PGM-NAME " 名前が32桁超 "
                           LJN-BASE
                   MOVE    SPACE       TO      LJN-F-NAME
                   GO  TO  M100-EX
           END-STRING

           MOVE    "Y"         TO      LJN-RESULT
           .
       M100-EX.
           EXIT     PROGRAM.
