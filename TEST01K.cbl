       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01K.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** TEST01 が漢字含みレイアウト ('2') の実行で出力する
      *    *** SJIS 2バイト文字出現回数 (1件=1文字または孤立した
      *    *** 先行バイト1値、末尾に合計レコード。CR+LF 付き)
       SELECT SJF1-F           ASSIGN   WK-SJF1-F-NAME
                               STATUS   WK-SJF1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 印字報告書データセット (1行=1レコード)
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 起動パラメタ (入力・報告書データセット名、上位件数)
       SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 実行履歴 (監査証跡)。実行の都度1件追記する
       SELECT AUD1-F           ASSIGN   WK-AUD1-F-NAME
                               STATUS   WK-AUD1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 異常終了時の障害サマリ (スケジューラ向け1件もの)
       SELECT ERR1-F           ASSIGN   WK-ERR1-F-NAME
                               STATUS   WK-ERR1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** SJIS 文字出現回数レコード (TEST01 と同一レイアウト)
       FD  SJF1-F
           LABEL RECORDS ARE STANDARD.
       01  SJF1-REC.
           03  SJF1-GEN-NBR    PIC  9(007).
      *    *** 'C'=2バイト文字 'O'=孤立した先行バイト 'T'=合計
           03  SJF1-TYPE       PIC  X(001).
           03  SJF1-CHAR       PIC  X(002).
           03  SJF1-HEX        PIC  X(004).
      *    *** 'J'=JIS X 0208 の規定行 'X'=未規定行・機種依存拡張域
      *    *** 'G'=利用者定義 (外字) 域
           03  SJF1-CLASS      PIC  X(001).
           03  SJF1-COUNT      PIC  9(009).
           03  FILLER          PIC  X(026).
           03  SJF1-CR         PIC  X(001).
           03  SJF1-LF         PIC  X(001).
       01  SJF1-TRL-REC.
           03  SJF1-TRL-GEN-NBR PIC 9(007).
           03  SJF1-TRL-TYPE   PIC  X(001).
           03  SJF1-TRL-REC-CNT PIC 9(009).
           03  SJF1-TRL-CHR-CNT PIC 9(009).
           03  SJF1-TRL-ORP-CNT PIC 9(009).
           03  SJF1-TRL-STRAY-CNT PIC 9(009).
           03  SJF1-TRL-DIST-CNT PIC 9(005).
           03  FILLER          PIC  X(001).
           03  SJF1-TRL-CR     PIC  X(001).
           03  SJF1-TRL-LF     PIC  X(001).

      *    *** 印字報告書1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-SJF1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** 順位付けで印字する上位件数 (0=規定値20)
           03  CTL1-TOP-N      PIC  9(003).

      *    *** 障害サマリ・レコード (異常終了時に1件だけ書出す。
      *    *** 失敗パラグラフ・ファイル状態・到達件数・戻り値区分)
       FD  ERR1-F
           LABEL RECORDS ARE STANDARD.
       01  ERR1-REC.
           03  ERR1-PGM-NAME   PIC  X(008).
           03  ERR1-PARA       PIC  X(008).
           03  ERR1-STATUS     PIC  9(002).
           03  ERR1-REC-CNT    PIC  9(009).
           03  ERR1-RC         PIC  9(002).
           03  ERR1-CR         PIC  X(001).
           03  ERR1-LF         PIC  X(001).

      *    *** 実行履歴レコード (TEST01/TEST01Q と共用のレイアウト)
       FD  AUD1-F
           LABEL RECORDS ARE STANDARD.

           COPY    CPAUDIT REPLACING ==:##:== BY ==AUD1==.

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01K ".
      *    *** SJIS 文字出現回数データセットの DD 名 (TEST01 と同じ)
           03  WK-SJF1-F-NAME  PIC  X(032) VALUE "TEST01.SJFQ".
      *    *** 印字報告書データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01K.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01K.PARM".
      *    *** 実行履歴データセットの DD 名 (固定、TEST01 と共用)
           03  WK-AUD1-F-NAME  PIC  X(032) VALUE "TEST01.AUDT".
      *    *** 障害サマリ・データセットの DD 名 (固定、TEST01 と共用)
           03  WK-ERR1-F-NAME  PIC  X(032) VALUE "TEST01.ERRS".

           03  WK-SJF1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力
      *    *** 28=サブルーチン 36=構造不整合)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 実行開始日時の控えと実行履歴用の読書き件数
           03  WK-START-TS     PIC  X(026) VALUE SPACE.
           03  WK-AUD-READ-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** ページ制御 (1ページの本文行数・現在行・ページ番号。
      *    *** 現在行は大きな初期値にして最初の1行で改ページさせる)
           03  WK-PAGE-LINES   BINARY-LONG SYNC VALUE 60.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 99.
           03  WK-PAGE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 読込み制御 ('Y'=合計レコードを読んだ)
           03  WK-SJF1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TRL-SW       PIC  X(001) VALUE "N".
           03  WK-GEN-NBR      BINARY-LONG SYNC VALUE ZERO.

      *    *** 明細から積上げた件数 (合計レコードと突合する)
           03  WK-CHR-SUM      BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-ORP-SUM      BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 順位付け制御
           03  WK-TOP-N        BINARY-LONG SYNC VALUE 20.
           03  WK-PCT          PIC  9(003)V9(002) VALUE ZERO.
           03  WK-RANK-NBR     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANK-MAX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RANK-MAX-IDX BINARY-LONG SYNC VALUE ZERO.

      *    *** 節ごとの印字件数 (0件なら "NONE" を印字する)
           03  WK-SEC-HIT-CNT  BINARY-LONG SYNC VALUE ZERO.

      *    *** 'C' レコードの表 (先行60値×後続189値が上限)
           03  WK-CHR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHR-MAX      BINARY-LONG SYNC VALUE 11340.
      *    *** 'O' レコードの表 (先行バイト60値が上限)
           03  WK-ORP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORP-MAX      BINARY-LONG SYNC VALUE 60.

       01  CHR-TBL-AREA.
           03  WK-CHR-ENTRY    OCCURS 11340 TIMES.
               05  WK-CHR-CHAR PIC  X(002).
               05  WK-CHR-HEX  PIC  X(004).
               05  WK-CHR-CLASS PIC X(001).
               05  WK-CHR-COUNT PIC 9(009) BINARY.

      *    *** 順位付けの作業用複写 (件数のみ)
       01  T-CNT-AREA.
           03  WK-T-CNT        OCCURS 11340 TIMES
                               PIC  9(009) BINARY.

       01  ORP-TBL-AREA.
           03  WK-ORP-ENTRY    OCCURS 60 TIMES.
               05  WK-ORP-HEX  PIC  X(002).
               05  WK-ORP-COUNT PIC 9(009) BINARY.

      *    *** 合計レコードの控え
       01  TRL-SAVE-AREA.
           03  WK-TRL-REC-CNT  PIC  9(009) VALUE ZERO.
           03  WK-TRL-CHR-CNT  PIC  9(009) VALUE ZERO.
           03  WK-TRL-ORP-CNT  PIC  9(009) VALUE ZERO.
           03  WK-TRL-STRAY-CNT PIC 9(009) VALUE ZERO.
           03  WK-TRL-DIST-CNT PIC  9(005) VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

      *    *** 印字報告書の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01K  ".
           03  FILLER          PIC  X(027) VALUE
               "SJIS CHARACTER FREQUENCY   ".
           03  FILLER          PIC  X(005) VALUE " RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(006) VALUE "  GEN ".
           03  PRT-HEAD-GEN    PIC  9(007).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(040) VALUE SPACE.

       01  PRT-SUM-LINE.
           03  FILLER          PIC  X(005) VALUE "RECS ".
           03  PRT-SUM-RECS    PIC  9(009).
           03  FILLER          PIC  X(008) VALUE "  CHARS ".
           03  PRT-SUM-CHARS   PIC  9(009).
           03  FILLER          PIC  X(011) VALUE "  DISTINCT ".
           03  PRT-SUM-DIST    PIC  9(005).
           03  FILLER          PIC  X(010) VALUE "  ORPHANS ".
           03  PRT-SUM-ORPS    PIC  9(009).
           03  FILLER          PIC  X(009) VALUE "  STRAYS ".
           03  PRT-SUM-STRAYS  PIC  9(009).
           03  FILLER          PIC  X(048) VALUE SPACE.

       01  PRT-RNK-LINE.
           03  FILLER          PIC  X(005) VALUE "RANK ".
           03  PRT-RNK-NBR     PIC  9(003).
           03  FILLER          PIC  X(006) VALUE "  HEX ".
           03  PRT-RNK-HEX     PIC  X(004).
           03  FILLER          PIC  X(008) VALUE "  CHAR '".
           03  PRT-RNK-CHAR    PIC  X(002).
           03  FILLER          PIC  X(001) VALUE "'".
           03  FILLER          PIC  X(008) VALUE "  CLASS ".
           03  PRT-RNK-CLASS   PIC  X(001).
           03  FILLER          PIC  X(008) VALUE "  COUNT ".
           03  PRT-RNK-COUNT   PIC  9(009).
           03  FILLER          PIC  X(006) VALUE "  PCT ".
           03  PRT-RNK-PCT     PIC  ZZ9.99.
           03  FILLER          PIC  X(065) VALUE SPACE.

       01  PRT-EXT-LINE.
           03  FILLER          PIC  X(004) VALUE "HEX ".
           03  PRT-EXT-HEX     PIC  X(004).
           03  FILLER          PIC  X(008) VALUE "  CHAR '".
           03  PRT-EXT-CHAR    PIC  X(002).
           03  FILLER          PIC  X(001) VALUE "'".
           03  FILLER          PIC  X(008) VALUE "  CLASS ".
           03  PRT-EXT-CLASS   PIC  X(001).
           03  FILLER          PIC  X(008) VALUE "  COUNT ".
           03  PRT-EXT-COUNT   PIC  9(009).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-EXT-DESC    PIC  X(024).
           03  FILLER          PIC  X(061) VALUE SPACE.

       01  PRT-ORP-LINE.
           03  FILLER          PIC  X(010) VALUE "LEAD HEX  ".
           03  PRT-ORP-HEX     PIC  X(002).
           03  FILLER          PIC  X(008) VALUE "  COUNT ".
           03  PRT-ORP-COUNT   PIC  9(009).
           03  FILLER          PIC  X(103) VALUE SPACE.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 出現回数レコード読込み (表に格納、合計レコードと突合)
           PERFORM S020-10     THRU    S020-EX

      *    *** 集計行印字
           PERFORM S030-10     THRU    S030-EX

      *    *** 上位N件の順位付け印字
           PERFORM S035-10     THRU    S035-EX

      *    *** JIS X 0208 規定外の文字の印字
           PERFORM S040-10     THRU    S040-EX

      *    *** 孤立した先行バイトの印字
           PERFORM S045-10     THRU    S045-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX
           .
       M100-EX.
           STOP    RUN.

      *    *** 起動パラメタ制御レコード読込み
       S005-10.
           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS =    ZERO
                   READ    CTL1-F
                   IF      WK-CTL1-STATUS =    ZERO
                           IF  CTL1-SJF1-F-NAME NOT = SPACE
                               MOVE CTL1-SJF1-F-NAME TO WK-SJF1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-TOP-N NUMERIC
                           AND CTL1-TOP-N > ZERO
                               MOVE CTL1-TOP-N TO  WK-TOP-N
                           END-IF
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る
                           DISPLAY "TEST01K CTL1-F READ ERROR STATUS="
                                   WK-CTL1-STATUS
                           MOVE    "S005-10"   TO      WK-ERR-PARA
                           MOVE    WK-CTL1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   CTL1-F
           END-IF
           .
       S005-EX.
           EXIT.

      *    *** OPEN
       S010-10.
           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01K DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-START-TS
           MOVE    WDT-DATE-TIME TO    PRT-HEAD-DATETIME

      *    *** 起動パラメタ制御レコードの読込み (無ければ規定値のまま)
           PERFORM S005-10     THRU    S005-EX

           OPEN    INPUT       SJF1-F
           IF      WK-SJF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K SJF1-F OPEN ERROR STATUS="
                           WK-SJF1-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-SJF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K RPT1-F OPEN ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 出現回数レコード読込み。'C'/'O' を表に格納し、末尾の
      *    *** 合計レコードと件数を突合する。合計レコードが無い・
      *    *** 後に余りがある・件数が合わないときは切詰められた
      *    *** データセットとして戻り値36で打切る。1件も無ければ
      *    *** (漢字含みレイアウト以外の実行) 空の報告書で正常終了
       S020-10.
           PERFORM UNTIL WK-SJF1-EOF = HIGH-VALUE
                   READ    SJF1-F
                   IF      WK-SJF1-STATUS =    ZERO
                           ADD     1           TO      WK-AUD-READ-CNT
                           PERFORM S021-10     THRU    S021-EX
                   ELSE
                       IF  WK-SJF1-STATUS =    10
                           MOVE    HIGH-VALUE  TO      WK-SJF1-EOF
                       ELSE
                           DISPLAY "TEST01K SJF1-F READ ERROR STATUS="
                                   WK-SJF1-STATUS
                           MOVE    "S020-10"   TO      WK-ERR-PARA
                           MOVE    WK-SJF1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    16          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                       END-IF
                   END-IF
           END-PERFORM

           IF      WK-AUD-READ-CNT = ZERO
                   GO  TO  S020-EX
           END-IF

           IF      WK-TRL-SW   NOT =   "Y"
                   DISPLAY "TEST01K SJF1 TRAILER NOT FOUND"
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-CHR-SUM  NOT =   WK-TRL-CHR-CNT
               OR  WK-ORP-SUM  NOT =   WK-TRL-ORP-CNT
               OR  WK-CHR-CNT  NOT =   WK-TRL-DIST-CNT
                   DISPLAY "TEST01K SJF1 COUNT MISMATCH TRAILER="
                           WK-TRL-CHR-CNT "/" WK-TRL-ORP-CNT "/"
                           WK-TRL-DIST-CNT
                   DISPLAY "TEST01K SJF1 COUNT MISMATCH ACTUAL="
                           WK-CHR-SUM "/" WK-ORP-SUM "/"
                           WK-CHR-CNT
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** 出現回数レコード1件の振分け
       S021-10.
           IF      WK-TRL-SW   =       "Y"
                   DISPLAY "TEST01K SJF1 EXTRA DATA AFTER TRAILER"
                   MOVE    "S021-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-AUD-READ-CNT = 1
                   MOVE    SJF1-GEN-NBR TO     WK-GEN-NBR
                   MOVE    SJF1-GEN-NBR TO     PRT-HEAD-GEN
           END-IF

           IF      SJF1-TYPE   =       "C"
                   IF      WK-CHR-CNT  >=      WK-CHR-MAX
                           DISPLAY "TEST01K SJF1 TOO MANY CHARACTERS"
                           MOVE    "S021-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    36          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-CHR-CNT
                   MOVE    SJF1-CHAR   TO      WK-CHR-CHAR (WK-CHR-CNT)
                   MOVE    SJF1-HEX    TO      WK-CHR-HEX (WK-CHR-CNT)
                   MOVE    SJF1-CLASS  TO
                           WK-CHR-CLASS (WK-CHR-CNT)
                   MOVE    SJF1-COUNT  TO
                           WK-CHR-COUNT (WK-CHR-CNT)
                   ADD     SJF1-COUNT  TO      WK-CHR-SUM
           ELSE
               IF  SJF1-TYPE   =       "O"
                   IF      WK-ORP-CNT  >=      WK-ORP-MAX
                           DISPLAY "TEST01K SJF1 TOO MANY ORPHANS"
                           MOVE    "S021-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    36          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-ORP-CNT
                   MOVE    SJF1-HEX (1:2) TO   WK-ORP-HEX (WK-ORP-CNT)
                   MOVE    SJF1-COUNT  TO
                           WK-ORP-COUNT (WK-ORP-CNT)
                   ADD     SJF1-COUNT  TO      WK-ORP-SUM
               ELSE
                   IF  SJF1-TYPE   =       "T"
                       MOVE    "Y"         TO      WK-TRL-SW
                       MOVE    SJF1-TRL-REC-CNT TO WK-TRL-REC-CNT
                       MOVE    SJF1-TRL-CHR-CNT TO WK-TRL-CHR-CNT
                       MOVE    SJF1-TRL-ORP-CNT TO WK-TRL-ORP-CNT
                       MOVE    SJF1-TRL-STRAY-CNT TO
                               WK-TRL-STRAY-CNT
                       MOVE    SJF1-TRL-DIST-CNT TO
                               WK-TRL-DIST-CNT
                   ELSE
                       DISPLAY "TEST01K SJF1 RECORD TYPE ERROR "
                               "ACTUAL='" SJF1-TYPE "'"
                       MOVE    "S021-10"   TO      WK-ERR-PARA
                       MOVE    ZERO        TO      WK-ERR-STATUS
                       MOVE    36          TO      WK-ERR-RC
                       PERFORM S990-10     THRU    S990-EX
                   END-IF
               END-IF
           END-IF
           .
       S021-EX.
           EXIT.

      *    *** 集計行印字。データセットが空なら (漢字含みレイアウト
      *    *** 以外の実行) その旨1行だけ印字する
       S030-10.
           IF      WK-AUD-READ-CNT = ZERO
                   MOVE    "NO DOUBLE-BYTE DATA (LAYOUT 2 NOT RUN)"
                           TO      WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   GO  TO  S030-EX
           END-IF

           MOVE    WK-TRL-REC-CNT TO   PRT-SUM-RECS
           MOVE    WK-TRL-CHR-CNT TO   PRT-SUM-CHARS
           MOVE    WK-TRL-DIST-CNT TO  PRT-SUM-DIST
           MOVE    WK-TRL-ORP-CNT TO   PRT-SUM-ORPS
           MOVE    WK-TRL-STRAY-CNT TO PRT-SUM-STRAYS
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           .
       S030-EX.
           EXIT.

      *    *** 上位N件の順位付け印字。件数を作業用に複写し、最大値を
      *    *** 拾っては消込む走査を繰返す (件数ゼロになったら打切る)
       S035-10.
           IF      WK-CHR-CNT  =       ZERO
                   GO  TO  S035-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-CHR-CNT
                   MOVE    WK-CHR-COUNT (I) TO WK-T-CNT (I)
           END-PERFORM

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "TOP"       TO      WK-PRT-LINE (1:3)
           MOVE    WK-TOP-N    TO      PRT-RNK-NBR
           MOVE    PRT-RNK-NBR TO      WK-PRT-LINE (5:3)
           MOVE    "CHARACTERS" TO     WK-PRT-LINE (9:10)
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING WK-RANK-NBR FROM 1 BY 1
                   UNTIL   WK-RANK-NBR > WK-TOP-N
                   MOVE    ZERO        TO      WK-RANK-MAX
                   MOVE    ZERO        TO      WK-RANK-MAX-IDX
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL   I > WK-CHR-CNT
                           IF  WK-T-CNT (I) > WK-RANK-MAX
                               MOVE WK-T-CNT (I) TO WK-RANK-MAX
                               MOVE I            TO WK-RANK-MAX-IDX
                           END-IF
                   END-PERFORM
                   IF      WK-RANK-MAX > ZERO
                           PERFORM S036-10     THRU    S036-EX
                   END-IF
           END-PERFORM
           .
       S035-EX.
           EXIT.

      *    *** 順位1行分の編集・印字 (印字後に消込む)
       S036-10.
           MOVE    WK-RANK-NBR TO      PRT-RNK-NBR
           MOVE    WK-CHR-HEX (WK-RANK-MAX-IDX) TO PRT-RNK-HEX
           MOVE    WK-CHR-CHAR (WK-RANK-MAX-IDX) TO PRT-RNK-CHAR
           MOVE    WK-CHR-CLASS (WK-RANK-MAX-IDX) TO PRT-RNK-CLASS
           MOVE    WK-RANK-MAX TO      PRT-RNK-COUNT
           IF      WK-TRL-CHR-CNT >    ZERO
                   COMPUTE WK-PCT ROUNDED =
                           WK-RANK-MAX * 100 / WK-TRL-CHR-CNT
           ELSE
                   MOVE    ZERO        TO      WK-PCT
           END-IF
           MOVE    WK-PCT      TO      PRT-RNK-PCT

           MOVE    PRT-RNK-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    ZERO        TO      WK-T-CNT (WK-RANK-MAX-IDX)
           .
       S036-EX.
           EXIT.

      *    *** JIS X 0208 の規定行に無い文字 (分類 'J' 以外) を
      *    *** 文字コード順に全件印字する。外字 ('G') は利用者定義域、
      *    *** 'X' は未規定行または機種依存の拡張域
       S040-10.
           IF      WK-AUD-READ-CNT = ZERO
                   GO  TO  S040-EX
           END-IF

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "CHARACTERS OUTSIDE JIS X 0208" TO WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    ZERO        TO      WK-SEC-HIT-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-CHR-CNT
                   IF      WK-CHR-CLASS (I) NOT = "J"
                           PERFORM S041-10     THRU    S041-EX
                   END-IF
           END-PERFORM

           IF      WK-SEC-HIT-CNT = ZERO
                   MOVE    "  NONE"    TO      WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 規定外文字1行分の編集・印字
       S041-10.
           MOVE    WK-CHR-HEX (I) TO   PRT-EXT-HEX
           MOVE    WK-CHR-CHAR (I) TO  PRT-EXT-CHAR
           MOVE    WK-CHR-CLASS (I) TO PRT-EXT-CLASS
           MOVE    WK-CHR-COUNT (I) TO PRT-EXT-COUNT
           IF      WK-CHR-CLASS (I) = "G"
                   MOVE    "USER-DEFINED (GAIJI)" TO PRT-EXT-DESC
           ELSE
                   MOVE    "UNASSIGNED / VENDOR EXT" TO PRT-EXT-DESC
           END-IF

           MOVE    PRT-EXT-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           ADD     1           TO      WK-SEC-HIT-CNT
           .
       S041-EX.
           EXIT.

      *    *** 孤立した先行バイト (後続バイトが不正、または SJIS 域の
      *    *** 末尾にある先行バイト) の印字
       S045-10.
           IF      WK-AUD-READ-CNT = ZERO
                   GO  TO  S045-EX
           END-IF

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "ORPHAN LEAD BYTES" TO WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-ORP-CNT
                   MOVE    WK-ORP-HEX (I) TO   PRT-ORP-HEX
                   MOVE    WK-ORP-COUNT (I) TO PRT-ORP-COUNT
                   MOVE    PRT-ORP-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-PERFORM

           IF      WK-ORP-CNT  =       ZERO
                   MOVE    "  NONE"    TO      WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S045-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K RPT1-F WRITE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S060-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-LINE-CNT
           ADD     1           TO      WK-RPT1-CNT
           .
       S060-EX.
           EXIT.

      *    *** ページ見出し書出し (ページ番号繰上げ+見出し+空行)
       S061-10.
           ADD     1           TO      WK-PAGE-CNT
           MOVE    WK-PAGE-CNT TO      PRT-HEAD-PAGE

           WRITE   RPT1-LINE   FROM    PRT-HEAD-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K RPT1-F WRITE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S061-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    SPACE       TO      RPT1-LINE
           WRITE   RPT1-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K RPT1-F WRITE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S061-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    2           TO      WK-LINE-CNT
           ADD     2           TO      WK-RPT1-CNT
           .
       S061-EX.
           EXIT.

      *    *** CLOSE
       S900-10.
           CLOSE   SJF1-F
           IF      WK-SJF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K SJF1-F CLOSE ERROR STATUS="
                           WK-SJF1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-SJF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " SJF1 ｹﾝｽｳ = " WK-AUD-READ-CNT
           DISPLAY WK-PGM-NAME " DISTINCT CHARS = " WK-CHR-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01K DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 実行履歴レコード追記
           PERFORM S910-10     THRU    S910-EX
           .
       S900-EX.
           EXIT.

      *    *** 実行履歴レコード追記。共用データセットのため書出す
      *    *** 間だけ開く (未存在ならステータス35になるため新規
      *    *** 作成側に落とす)
       S910-10.
           OPEN    EXTEND      AUD1-F
           IF      WK-AUD1-STATUS =    35
                   OPEN    OUTPUT      AUD1-F
           END-IF
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K AUD1-F OPEN ERROR STATUS="
                           WK-AUD1-STATUS
                   IF      RETURN-CODE = ZERO
                           MOVE    20  TO      RETURN-CODE
                   END-IF
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      AUD1-AUDIT-REC
           MOVE    WK-PGM-NAME TO      AUD1-PGM-NAME
           MOVE    WK-START-TS TO      AUD1-START-TS
           MOVE    WDT-DATE-TIME TO    AUD1-END-TS
           MOVE    WK-SJF1-F-NAME TO   AUD1-PIN1-NAME
           MOVE    WK-RPT1-F-NAME TO   AUD1-POT1-NAME
           MOVE    WK-GEN-NBR  TO      AUD1-GEN-NBR
           MOVE    SPACE       TO      AUD1-RESTART-SW
           MOVE    WK-AUD-READ-CNT TO  AUD1-READ-CNT
           MOVE    WK-RPT1-CNT TO      AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01K AUD1-F WRITE ERROR STATUS="
                           WK-AUD1-STATUS
                   IF      RETURN-CODE = ZERO
                           MOVE    20  TO      RETURN-CODE
                   END-IF
                   STOP    RUN
           END-IF
           CLOSE   AUD1-F
           .
       S910-EX.
           EXIT.

      *    *** 異常終了の共通処理。戻り値区分を RETURN-CODE に設定
      *    *** してから障害サマリ・レコードと実行履歴を書出し、停止
      *    *** する (書出し中に重ねて障害が起きても設定済みの
      *    *** RETURN-CODE が生きるよう、設定を先に行う)
       S990-10.
           MOVE    WK-ERR-RC   TO      RETURN-CODE

           OPEN    OUTPUT      ERR1-F
           IF      WK-ERR1-STATUS =    ZERO
                   MOVE    SPACE       TO      ERR1-REC
                   MOVE    WK-PGM-NAME TO      ERR1-PGM-NAME
                   MOVE    WK-ERR-PARA TO      ERR1-PARA
                   MOVE    WK-ERR-STATUS TO    ERR1-STATUS
                   MOVE    WK-AUD-READ-CNT TO  ERR1-REC-CNT
                   MOVE    WK-ERR-RC   TO      ERR1-RC
                   MOVE    X"0D"       TO      ERR1-CR
                   MOVE    X"0A"       TO      ERR1-LF
                   WRITE   ERR1-REC
                   CLOSE   ERR1-F
           ELSE
                   DISPLAY "TEST01K ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
