       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01T.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** TEST01 が完了した世代ごとに追記するヒストグラム履歴
      *    *** (1件=1世代の256値の件数とヘッダ/トレーラ件数)
       SELECT HST1-F           ASSIGN   WK-HST1-F-NAME
                               STATUS   WK-HST1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 印字報告書データセット (1行=1レコード)
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 起動パラメタ (データセット名、日付範囲、集計単位、
      *    *** 系列の指定)
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

      *    *** ヒストグラム履歴レコード (TEST01 と同一レイアウト)
       FD  HST1-F
           LABEL RECORDS ARE STANDARD.
       01  HST1-REC.
           03  HST1-GEN-NBR    PIC  9(007).
           03  HST1-RUN-DATE   PIC  X(008).
           03  HST1-RUN-TS     PIC  X(026).
           03  HST1-PIN1-CNT   PIC  9(009).
           03  HST1-FILE-CNT   PIC  9(003).
           03  HST1-ENCODING   PIC  X(001).
           03  HST1-POT1-CNT   PIC  9(009).
           03  HST1-ACC-CNT    PIC  9(009).
           03  HST1-REJ-CNT    PIC  9(009).
      *    *** 'Y'=検算一致 'N'=検算不一致
           03  HST1-BAL-SW     PIC  X(001).
           03  HST1-LAYOUT     PIC  X(001).
      *    *** 供給元 ID (空白=既定の単一供給元)
           03  HST1-FEED-ID    PIC  X(008).
           03  FILLER          PIC  X(012).
           03  HST1-CNT        OCCURS 256 TIMES
                               PIC  9(009).
           03  HST1-CR         PIC  X(001).
           03  HST1-LF         PIC  X(001).

      *    *** 印字報告書1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-HST1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** 対象とする実行日の範囲 (YYYYMMDD、スペース=制限なし)
           03  CTL1-FROM-DATE   PIC  X(008).
           03  CTL1-TO-DATE     PIC  X(008).
      *    *** 集計単位 'W'=週 (月曜始まり) 'M'=月 (スペース='W')
           03  CTL1-PERIOD      PIC  X(001).
      *    *** 'Y'=検算不一致の世代も系列に含める
           03  CTL1-OOB-SW      PIC  X(001).
      *    *** 系列 (最大8本)。種別 'V'=バイト値 (値は10進3桁)
      *    *** 'C'=制御文字 (X'00'-X'1F'/X'7F') 'P'=印字可能
      *    *** (X'20'-X'7E') 'H'=上位半分 (X'80'-X'FF')。全部
      *    *** スペースなら 'C'/'P'/'H' の3本
           03  CTL1-SERIES      OCCURS 8 TIMES.
               05  CTL1-SER-KIND PIC X(001).
               05  CTL1-SER-VALUE PIC X(003).

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
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01T ".
      *    *** ヒストグラム履歴データセットの DD 名 (TEST01 と同じ)
           03  WK-HST1-F-NAME  PIC  X(032) VALUE "TEST01.HIST".
      *    *** 印字報告書データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01T.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01T.PARM".
      *    *** 実行履歴データセットの DD 名 (固定、TEST01 と共用)
           03  WK-AUD1-F-NAME  PIC  X(032) VALUE "TEST01.AUDT".
      *    *** 障害サマリ・データセットの DD 名 (固定、TEST01 と共用)
           03  WK-ERR1-F-NAME  PIC  X(032) VALUE "TEST01.ERRS".

           03  WK-HST1-STATUS  PIC  9(002) VALUE ZERO.
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

      *    *** 起動パラメタの採用値
           03  WK-FROM-DATE    PIC  X(008) VALUE SPACE.
           03  WK-TO-DATE      PIC  X(008) VALUE SPACE.
           03  WK-PERIOD-SW    PIC  X(001) VALUE "W".
           03  WK-OOB-SW       PIC  X(001) VALUE "N".

           03  WK-HST1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** 履歴の世代番号が重複したとき (同じ世代のリスタート)
      *    *** に後の1件で置換える表の位置
           03  WK-RUN-IDX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-GEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 系列の本数と系列1本分の集計範囲 (バイト値+1 の添字)
           03  WK-SER-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SER-IDX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SER-NUM      PIC  9(003) VALUE ZERO.

      *    *** 期間の切替え制御 (期間キー=週の月曜日付/年月)
           03  WK-PER-KEY      PIC  X(008) VALUE SPACE.
           03  WK-CUR-KEY      PIC  X(008) VALUE SPACE.
           03  WK-PER-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DAY-NBR      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DOW          BINARY-LONG SYNC VALUE ZERO.
           03  WK-DOW-Q        BINARY-LONG SYNC VALUE ZERO.
           03  WK-DATE-NUM     PIC  9(008) VALUE ZERO.

      *    *** 百分率・エントロピー計算用
           03  WK-PCT          PIC  9(003)V9(004) VALUE ZERO.
           03  WK-ENT-EDIT     PIC  9(001)V9(004) VALUE ZERO.

      *    *** 世代1件分の集計作業域
       01  RUN-WORK-AREA.
           03  WK-RUN-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-ENT-P        COMP-2.
           03  WK-ENT-H        COMP-2.
           03  WK-LN2          COMP-2.

      *    *** 系列の定義 (種別・バイト値・見出し)
       01  SER-TBL-AREA.
           03  WK-SER-ENTRY    OCCURS 8 TIMES.
               05  WK-SER-KIND PIC  X(001).
               05  WK-SER-VALUE BINARY-LONG SYNC.
               05  WK-SER-LABEL PIC X(008) JUSTIFIED RIGHT.

      *    *** 対象世代の表 (ファイル順=実行順)
       01  RUN-TBL-AREA.
           03  WK-RUN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN-MAX      BINARY-LONG SYNC VALUE 4000.
           03  WK-RUN-ENTRY    OCCURS 4000 TIMES.
               05  WK-RUN-GEN  BINARY-LONG SYNC.
               05  WK-RUN-DATE PIC  X(008).
               05  WK-RUN-BAL-SW PIC X(001).
               05  WK-RUN-ACC  PIC  9(009).
               05  WK-RUN-REJ  PIC  9(009).
               05  WK-RUN-TOTAL BINARY-DOUBLE SYNC.
               05  WK-RUN-ENT  COMP-2.
               05  WK-RUN-SER  OCCURS 8 TIMES
                               BINARY-DOUBLE SYNC.

      *    *** 期間1つ分の累計
       01  PER-SUM-AREA.
           03  WK-PER-RUNS     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PER-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-PER-ENT      COMP-2.
           03  WK-PER-SER      OCCURS 8 TIMES
                               BINARY-DOUBLE SYNC.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

       01  Hex-Digits          VALUE '0123456789ABCDEF'.
           05  Hex-Digit       OCCURS 16 TIMES PIC X(1).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

      *    *** 印字報告書の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01T  ".
           03  FILLER          PIC  X(027) VALUE
               "HISTOGRAM TREND REPORT     ".
           03  FILLER          PIC  X(005) VALUE " RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(053) VALUE SPACE.

       01  PRT-SEL-LINE.
           03  FILLER          PIC  X(005) VALUE "FROM ".
           03  PRT-SEL-FROM    PIC  X(008).
           03  FILLER          PIC  X(005) VALUE "  TO ".
           03  PRT-SEL-TO      PIC  X(008).
           03  FILLER          PIC  X(009) VALUE "  PERIOD ".
           03  PRT-SEL-PERIOD  PIC  X(007).
           03  FILLER          PIC  X(007) VALUE "  RUNS ".
           03  PRT-SEL-RUNS    PIC  9(005).
           03  FILLER          PIC  X(015) VALUE "  DUPLICATE GEN".
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-SEL-DUPS    PIC  9(005).
           03  FILLER          PIC  X(006) VALUE "  OOB ".
           03  PRT-SEL-OOB     PIC  X(007).
           03  FILLER          PIC  X(044) VALUE SPACE.

      *    *** 期間別系列の列見出し (系列は期間内全バイトに対する %)
       01  PRT-COL-LINE.
           03  FILLER          PIC  X(010) VALUE "PERIOD".
           03  FILLER          PIC  X(010) VALUE "      RUNS".
           03  FILLER          PIC  X(019) VALUE
               "              BYTES".
           03  FILLER          PIC  X(009) VALUE "  ENTROPY".
           03  PRT-COL-SER     OCCURS 8 TIMES.
               05  FILLER      PIC  X(002).
               05  PRT-COL-LABEL PIC X(008).
           03  FILLER          PIC  X(004) VALUE SPACE.

       01  PRT-PER-LINE.
           03  PRT-PER-LABEL   PIC  X(010).
           03  FILLER          PIC  X(004) VALUE SPACE.
           03  PRT-PER-RUNS    PIC  ZZZZZ9.
           03  FILLER          PIC  X(004) VALUE SPACE.
           03  PRT-PER-BYTES   PIC  ZZZZZZZZZZZZZZ9.
           03  FILLER          PIC  X(003) VALUE SPACE.
           03  PRT-PER-ENT     PIC  9.9999.
           03  PRT-PER-SER     OCCURS 8 TIMES.
               05  FILLER      PIC  X(002).
               05  PRT-PER-PCT PIC  ZZ9.9999.
           03  FILLER          PIC  X(004) VALUE SPACE.

       01  PRT-RUN-LINE.
           03  FILLER          PIC  X(004) VALUE "GEN ".
           03  PRT-RUN-GEN     PIC  9(007).
           03  FILLER          PIC  X(007) VALUE "  DATE ".
           03  PRT-RUN-DATE    PIC  X(008).
           03  FILLER          PIC  X(008) VALUE "  BYTES ".
           03  PRT-RUN-BYTES   PIC  9(015).
           03  FILLER          PIC  X(009) VALUE "  ACCEPT ".
           03  PRT-RUN-ACC     PIC  9(009).
           03  FILLER          PIC  X(009) VALUE "  REJECT ".
           03  PRT-RUN-REJ     PIC  9(009).
           03  FILLER          PIC  X(010) VALUE "  ENTROPY ".
           03  PRT-RUN-ENT     PIC  9.9999.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-RUN-MARK    PIC  X(003).
           03  FILLER          PIC  X(026) VALUE SPACE.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 履歴読込み (日付範囲内の世代を表に格納)
           PERFORM S020-10     THRU    S020-EX

      *    *** 選択条件の印字
           PERFORM S030-10     THRU    S030-EX

      *    *** 期間別系列の印字
           PERFORM S040-10     THRU    S040-EX

      *    *** 世代別エントロピーの印字
           PERFORM S050-10     THRU    S050-EX

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
                           IF  CTL1-HST1-F-NAME NOT = SPACE
                               MOVE CTL1-HST1-F-NAME TO WK-HST1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-FROM-DATE NOT = SPACE
                               MOVE CTL1-FROM-DATE TO WK-FROM-DATE
                           END-IF
                           IF  CTL1-TO-DATE   NOT = SPACE
                               MOVE CTL1-TO-DATE   TO WK-TO-DATE
                           END-IF
                           IF  CTL1-PERIOD    NOT = SPACE
                               MOVE CTL1-PERIOD    TO WK-PERIOD-SW
                           END-IF
                           IF  CTL1-OOB-SW    NOT = SPACE
                               MOVE CTL1-OOB-SW    TO WK-OOB-SW
                           END-IF
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL   I > 8
                                   IF  CTL1-SER-KIND (I) NOT = SPACE
                                       PERFORM S006-10 THRU S006-EX
                                   END-IF
                           END-PERFORM
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る
                           DISPLAY "TEST01T CTL1-F READ ERROR STATUS="
                                   WK-CTL1-STATUS
                           MOVE    "S005-10"   TO      WK-ERR-PARA
                           MOVE    WK-CTL1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   CTL1-F
           END-IF

      *    *** 系列の指定が無ければ 制御文字/印字可能/上位半分 の3本
           IF      WK-SER-CNT  =       ZERO
                   MOVE    3           TO      WK-SER-CNT
                   MOVE    "C"         TO      WK-SER-KIND (1)
                   MOVE    "P"         TO      WK-SER-KIND (2)
                   MOVE    "H"         TO      WK-SER-KIND (3)
           END-IF
           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > WK-SER-CNT
                   PERFORM S007-10     THRU    S007-EX
           END-PERFORM

      *    *** 採用値の検査 (誤りは戻り値12。日付は月 01-12・
      *    *** 日 01-31 の範囲も見る)
           IF      WK-PERIOD-SW NOT =  "W"
               AND WK-PERIOD-SW NOT =  "M"
                   DISPLAY "TEST01T PERIOD ERROR '" WK-PERIOD-SW "'"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      (WK-FROM-DATE NOT = SPACE
                    AND (WK-FROM-DATE NOT NUMERIC
                         OR WK-FROM-DATE (5:2) < "01"
                         OR WK-FROM-DATE (5:2) > "12"
                         OR WK-FROM-DATE (7:2) < "01"
                         OR WK-FROM-DATE (7:2) > "31"))
               OR  (WK-TO-DATE   NOT = SPACE
                    AND (WK-TO-DATE   NOT NUMERIC
                         OR WK-TO-DATE   (5:2) < "01"
                         OR WK-TO-DATE   (5:2) > "12"
                         OR WK-TO-DATE   (7:2) < "01"
                         OR WK-TO-DATE   (7:2) > "31"))
               OR  (WK-FROM-DATE NOT = SPACE
                    AND WK-TO-DATE   NOT = SPACE
                    AND WK-FROM-DATE > WK-TO-DATE)
                   DISPLAY "TEST01T DATE RANGE ERROR FROM="
                           WK-FROM-DATE " TO=" WK-TO-DATE
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S005-EX.
           EXIT.

      *    *** 系列1本分の指定の検査・採用 (CTL1-SERIES (I))
       S006-10.
           IF      CTL1-SER-KIND (I) NOT = "V"
               AND CTL1-SER-KIND (I) NOT = "C"
               AND CTL1-SER-KIND (I) NOT = "P"
               AND CTL1-SER-KIND (I) NOT = "H"
                   DISPLAY "TEST01T SERIES KIND ERROR NO=" I
                           " KIND='" CTL1-SER-KIND (I) "'"
                   MOVE    "S006-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           ADD     1           TO      WK-SER-CNT
           MOVE    CTL1-SER-KIND (I) TO WK-SER-KIND (WK-SER-CNT)
           MOVE    ZERO        TO      WK-SER-VALUE (WK-SER-CNT)

           IF      CTL1-SER-KIND (I) = "V"
                   IF      CTL1-SER-VALUE (I) NOT NUMERIC
                           DISPLAY "TEST01T SERIES VALUE ERROR NO=" I
                                   " VALUE='" CTL1-SER-VALUE (I) "'"
                           MOVE    "S006-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   MOVE    CTL1-SER-VALUE (I) TO WK-SER-NUM
                   IF      WK-SER-NUM > 255
                           DISPLAY "TEST01T SERIES VALUE ERROR NO=" I
                                   " VALUE='" CTL1-SER-VALUE (I) "'"
                           MOVE    "S006-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   MOVE    WK-SER-NUM  TO      WK-SER-VALUE (WK-SER-CNT)
           END-IF
           .
       S006-EX.
           EXIT.

      *    *** 系列見出しの編集 (WK-SER-IDX)
       S007-10.
           IF      WK-SER-KIND (WK-SER-IDX) = "V"
                   DIVIDE  WK-SER-VALUE (WK-SER-IDX) BY 16
                           GIVING  J  REMAINDER K
                   MOVE    "X'  '"     TO      WK-SER-LABEL (WK-SER-IDX)
                   MOVE    Hex-Digit (J + 1) TO
                           WK-SER-LABEL (WK-SER-IDX) (6:1)
                   MOVE    Hex-Digit (K + 1) TO
                           WK-SER-LABEL (WK-SER-IDX) (7:1)
           ELSE
               IF  WK-SER-KIND (WK-SER-IDX) = "C"
                   MOVE    "CONTROL"   TO      WK-SER-LABEL (WK-SER-IDX)
               ELSE
                   IF  WK-SER-KIND (WK-SER-IDX) = "P"
                       MOVE    "PRINT"     TO
                               WK-SER-LABEL (WK-SER-IDX)
                   ELSE
                       MOVE    "HIGH"      TO
                               WK-SER-LABEL (WK-SER-IDX)
                   END-IF
               END-IF
           END-IF
           .
       S007-EX.
           EXIT.

      *    *** OPEN
       S010-10.
           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01T DATETIME CALL ERROR STATUS="
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

           OPEN    INPUT       HST1-F
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY "TEST01T HST1-F OPEN ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-HST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01T RPT1-F OPEN ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           COMPUTE WK-LN2 = FUNCTION LOG (2)
           .
       S010-EX.
           EXIT.

      *    *** 履歴読込み。実行日が範囲内の世代を表に格納する
       S020-10.
           PERFORM UNTIL WK-HST1-EOF = HIGH-VALUE
                   READ    HST1-F
                   IF      WK-HST1-STATUS =    ZERO
                           ADD     1           TO      WK-AUD-READ-CNT
                           PERFORM S021-10     THRU    S021-EX
                   ELSE
                       IF  WK-HST1-STATUS =    10
                           MOVE    HIGH-VALUE  TO      WK-HST1-EOF
                       ELSE
      *    *** 半端な長さの末尾レコード (ステータス04) も枠ずれと
      *    *** して扱う
                           DISPLAY "TEST01T HST1-F READ ERROR STATUS="
                                   WK-HST1-STATUS
                           MOVE    "S020-10"   TO      WK-ERR-PARA
                           MOVE    WK-HST1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    36          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                       END-IF
                   END-IF
           END-PERFORM
           .
       S020-EX.
           EXIT.

      *    *** 履歴1件の検査・格納。同じ世代番号が既に表に在れば
      *    *** (同じ世代のリスタート) 後の1件で置換える
       S021-10.
      *    *** 実行日付は月 01-12・日 01-31 の範囲も見る (範囲外の
      *    *** 日付は週の集計キー算出で 0 日扱いになり集計が壊れる)
           IF      HST1-GEN-NBR  NOT NUMERIC
               OR  HST1-RUN-DATE NOT NUMERIC
               OR  HST1-RUN-DATE (5:2) < "01"
               OR  HST1-RUN-DATE (5:2) > "12"
               OR  HST1-RUN-DATE (7:2) < "01"
               OR  HST1-RUN-DATE (7:2) > "31"
               OR  HST1-CR   NOT =   X"0D"
               OR  HST1-LF   NOT =   X"0A"
                   DISPLAY "TEST01T HST1 RECORD ERROR REC="
                           WK-AUD-READ-CNT
                   MOVE    "S021-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-FROM-DATE NOT =  SPACE
               AND HST1-RUN-DATE <     WK-FROM-DATE
                   GO  TO  S021-EX
           END-IF
           IF      WK-TO-DATE   NOT =  SPACE
               AND HST1-RUN-DATE >     WK-TO-DATE
                   GO  TO  S021-EX
           END-IF

           MOVE    ZERO        TO      WK-RUN-IDX
           PERFORM VARYING I FROM WK-RUN-CNT BY -1
                   UNTIL   I < 1
                   OR      WK-RUN-IDX > ZERO
                   IF      WK-RUN-GEN (I) = HST1-GEN-NBR
                           MOVE    I           TO      WK-RUN-IDX
                   END-IF
           END-PERFORM

           IF      WK-RUN-IDX  >       ZERO
                   ADD     1           TO      WK-DUP-CNT
           ELSE
                   IF      WK-RUN-CNT  >=      WK-RUN-MAX
                           DISPLAY "TEST01T TOO MANY RUNS IN RANGE "
                                   "(MAX=" WK-RUN-MAX ")"
                           MOVE    "S021-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-RUN-CNT
                   MOVE    WK-RUN-CNT  TO      WK-RUN-IDX
           END-IF

           MOVE    HST1-GEN-NBR TO     WK-RUN-GEN (WK-RUN-IDX)
           MOVE    HST1-RUN-DATE TO    WK-RUN-DATE (WK-RUN-IDX)
           MOVE    HST1-BAL-SW TO      WK-RUN-BAL-SW (WK-RUN-IDX)
           MOVE    HST1-ACC-CNT TO     WK-RUN-ACC (WK-RUN-IDX)
           MOVE    HST1-REJ-CNT TO     WK-RUN-REJ (WK-RUN-IDX)

      *    *** 総バイト数・系列別件数・エントロピー
           MOVE    ZERO        TO      WK-RUN-BYTES
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   ADD     HST1-CNT (I) TO     WK-RUN-BYTES
           END-PERFORM
           MOVE    WK-RUN-BYTES TO     WK-RUN-TOTAL (WK-RUN-IDX)

           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > WK-SER-CNT
                   PERFORM S022-10     THRU    S022-EX
           END-PERFORM

           PERFORM S023-10     THRU    S023-EX
           MOVE    WK-ENT-H    TO      WK-RUN-ENT (WK-RUN-IDX)
           .
       S021-EX.
           EXIT.

      *    *** 系列1本分の件数 (WK-SER-IDX)。制御文字は X'00'-X'1F'
      *    *** と X'7F'、印字可能は X'20'-X'7E'、上位半分は X'80'-
      *    *** X'FF' (添字はバイト値+1)
       S022-10.
           MOVE    ZERO        TO      WK-RUN-SER (WK-RUN-IDX,
                                                   WK-SER-IDX)
           IF      WK-SER-KIND (WK-SER-IDX) = "V"
                   MOVE    HST1-CNT (WK-SER-VALUE (WK-SER-IDX) + 1)
                           TO      WK-RUN-SER (WK-RUN-IDX, WK-SER-IDX)
                   GO  TO  S022-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      (WK-SER-KIND (WK-SER-IDX) = "C"
                            AND (I <= 32 OR I = 128))
                       OR  (WK-SER-KIND (WK-SER-IDX) = "P"
                            AND I >= 33 AND I <= 127)
                       OR  (WK-SER-KIND (WK-SER-IDX) = "H"
                            AND I >= 129)
                           ADD     HST1-CNT (I) TO
                                   WK-RUN-SER (WK-RUN-IDX, WK-SER-IDX)
                   END-IF
           END-PERFORM
           .
       S022-EX.
           EXIT.

      *    *** 世代1件分のシャノン・エントロピー (ビット/バイト、
      *    *** 0〜8)。H = -Σ p×log2(p)、p=値の件数/総バイト数
       S023-10.
           MOVE    ZERO        TO      WK-ENT-H
           IF      WK-RUN-BYTES =      ZERO
                   GO  TO  S023-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      HST1-CNT (I) > ZERO
                           COMPUTE WK-ENT-P =
                                   HST1-CNT (I) / WK-RUN-BYTES
                           COMPUTE WK-ENT-H = WK-ENT-H
                                 - WK-ENT-P * FUNCTION LOG (WK-ENT-P)
                   END-IF
           END-PERFORM
           COMPUTE WK-ENT-H = WK-ENT-H / WK-LN2
           .
       S023-EX.
           EXIT.

      *    *** 選択条件の印字
       S030-10.
           IF      WK-FROM-DATE =      SPACE
                   MOVE    "(ALL)"     TO      PRT-SEL-FROM
           ELSE
                   MOVE    WK-FROM-DATE TO     PRT-SEL-FROM
           END-IF
           IF      WK-TO-DATE   =      SPACE
                   MOVE    "(ALL)"     TO      PRT-SEL-TO
           ELSE
                   MOVE    WK-TO-DATE  TO      PRT-SEL-TO
           END-IF
           IF      WK-PERIOD-SW =      "M"
                   MOVE    "MONTHLY"   TO      PRT-SEL-PERIOD
           ELSE
                   MOVE    "WEEKLY"    TO      PRT-SEL-PERIOD
           END-IF
           MOVE    WK-RUN-CNT  TO      PRT-SEL-RUNS
           MOVE    WK-DUP-CNT  TO      PRT-SEL-DUPS
           IF      WK-OOB-SW   =       "Y"
                   MOVE    "INCLUDE"   TO      PRT-SEL-OOB
           ELSE
                   MOVE    "EXCLUDE"   TO      PRT-SEL-OOB
           END-IF
           MOVE    PRT-SEL-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           IF      WK-RUN-CNT  =       ZERO
                   MOVE    "NO HISTORY IN RANGE" TO WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 期間別系列の印字。表を実行順に走査し、期間キーが
      *    *** 変わるたびに前の期間を印字する。系列は期間内の全
      *    *** バイトに対する百分率、エントロピーは期間内の世代の
      *    *** 平均。検算不一致の世代は指定が無ければ除く
       S040-10.
           IF      WK-RUN-CNT  =       ZERO
                   GO  TO  S040-EX
           END-IF

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "PERIOD SERIES (PERCENT OF ALL BYTES IN PERIOD)"
                   TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > 8
                   MOVE    SPACE       TO
                           PRT-COL-SER (WK-SER-IDX)
                   IF      WK-SER-IDX <= WK-SER-CNT
                           MOVE    WK-SER-LABEL (WK-SER-IDX) TO
                                   PRT-COL-LABEL (WK-SER-IDX)
                   END-IF
           END-PERFORM
           MOVE    PRT-COL-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    SPACE       TO      WK-CUR-KEY
           PERFORM S044-10     THRU    S044-EX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-RUN-CNT
                   IF      WK-RUN-BAL-SW (J) NOT = "N"
                       OR  WK-OOB-SW = "Y"
                           PERFORM S041-10     THRU    S041-EX
                           IF      WK-PER-KEY NOT = WK-CUR-KEY
                                   PERFORM S043-10 THRU S043-EX
                                   MOVE WK-PER-KEY TO WK-CUR-KEY
                           END-IF
                           PERFORM S045-10     THRU    S045-EX
                   END-IF
           END-PERFORM
           PERFORM S043-10     THRU    S043-EX

           IF      WK-PER-CNT  =       ZERO
                   MOVE    "  NONE"    TO      WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 世代 J の期間キー。月は YYYYMM、週はその週の月曜日の
      *    *** YYYYMMDD (1601-01-01 が月曜日なので、通日番号-1 を7で
      *    *** 割った余りが曜日 0=月〜6=日)
       S041-10.
           IF      WK-PERIOD-SW =      "M"
                   MOVE    SPACE       TO      WK-PER-KEY
                   MOVE    WK-RUN-DATE (J) (1:6) TO WK-PER-KEY (1:6)
                   GO  TO  S041-EX
           END-IF

           MOVE    WK-RUN-DATE (J) TO  WK-DATE-NUM
           COMPUTE WK-DAY-NBR = FUNCTION INTEGER-OF-DATE (WK-DATE-NUM)
           COMPUTE WK-DOW = WK-DAY-NBR - 1
           DIVIDE  WK-DOW      BY 7    GIVING   WK-DOW-Q
                                       REMAINDER WK-DOW
           SUBTRACT WK-DOW     FROM    WK-DAY-NBR
           COMPUTE WK-DATE-NUM = FUNCTION DATE-OF-INTEGER (WK-DAY-NBR)
           MOVE    WK-DATE-NUM TO      WK-PER-KEY
           .
       S041-EX.
           EXIT.

      *    *** 期間1つ分の印字 (累計が在れば) と累計のクリア
       S043-10.
           IF      WK-PER-RUNS =       ZERO
                   GO  TO  S043-EX
           END-IF

           MOVE    SPACE       TO      PRT-PER-LABEL
           IF      WK-PERIOD-SW =      "M"
                   STRING  WK-CUR-KEY (1:4) "-" WK-CUR-KEY (5:2)
                           DELIMITED BY SIZE INTO PRT-PER-LABEL
           ELSE
                   STRING  WK-CUR-KEY (1:4) "-" WK-CUR-KEY (5:2)
                           "-" WK-CUR-KEY (7:2)
                           DELIMITED BY SIZE INTO PRT-PER-LABEL
           END-IF
           MOVE    WK-PER-RUNS TO      PRT-PER-RUNS
           MOVE    WK-PER-BYTES TO     PRT-PER-BYTES
           COMPUTE WK-ENT-EDIT ROUNDED = WK-PER-ENT / WK-PER-RUNS
           MOVE    WK-ENT-EDIT TO      PRT-PER-ENT
           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > 8
                   MOVE    SPACE       TO
                           PRT-PER-SER (WK-SER-IDX)
                   IF      WK-SER-IDX <= WK-SER-CNT
                           IF      WK-PER-BYTES > ZERO
                                   COMPUTE WK-PCT ROUNDED =
                                           WK-PER-SER (WK-SER-IDX)
                                           * 100 / WK-PER-BYTES
                           ELSE
                                   MOVE    ZERO    TO      WK-PCT
                           END-IF
                           MOVE    WK-PCT      TO
                                   PRT-PER-PCT (WK-SER-IDX)
                   END-IF
           END-PERFORM
           MOVE    PRT-PER-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           ADD     1           TO      WK-PER-CNT

           PERFORM S044-10     THRU    S044-EX
           .
       S043-EX.
           EXIT.

      *    *** 期間累計のクリア
       S044-10.
           MOVE    ZERO        TO      WK-PER-RUNS
           MOVE    ZERO        TO      WK-PER-BYTES
           MOVE    ZERO        TO      WK-PER-ENT
           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > 8
                   MOVE    ZERO        TO      WK-PER-SER (WK-SER-IDX)
           END-PERFORM
           .
       S044-EX.
           EXIT.

      *    *** 世代 J を期間累計へ加算
       S045-10.
           ADD     1           TO      WK-PER-RUNS
           ADD     WK-RUN-TOTAL (J) TO WK-PER-BYTES
           ADD     WK-RUN-ENT (J) TO   WK-PER-ENT
           PERFORM VARYING WK-SER-IDX FROM 1 BY 1
                   UNTIL   WK-SER-IDX > WK-SER-CNT
                   ADD     WK-RUN-SER (J, WK-SER-IDX) TO
                           WK-PER-SER (WK-SER-IDX)
           END-PERFORM
           .
       S045-EX.
           EXIT.

      *    *** 世代別エントロピーの印字 (範囲内の全世代、検算不一致
      *    *** の世代には 'OOB' を付ける)
       S050-10.
           IF      WK-RUN-CNT  =       ZERO
                   GO  TO  S050-EX
           END-IF

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "PER-RUN ENTROPY (BITS PER BYTE, 0-8)" TO
                   WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-RUN-CNT
                   MOVE    WK-RUN-GEN (J) TO   PRT-RUN-GEN
                   MOVE    WK-RUN-DATE (J) TO  PRT-RUN-DATE
                   MOVE    WK-RUN-TOTAL (J) TO PRT-RUN-BYTES
                   MOVE    WK-RUN-ACC (J) TO   PRT-RUN-ACC
                   MOVE    WK-RUN-REJ (J) TO   PRT-RUN-REJ
                   COMPUTE WK-ENT-EDIT ROUNDED = WK-RUN-ENT (J)
                   MOVE    WK-ENT-EDIT TO      PRT-RUN-ENT
                   IF      WK-RUN-BAL-SW (J) = "N"
                           MOVE    "OOB"       TO      PRT-RUN-MARK
                   ELSE
                           MOVE    SPACE       TO      PRT-RUN-MARK
                   END-IF
                   MOVE    PRT-RUN-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    WK-RUN-GEN (J) TO   WK-LAST-GEN
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01T RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01T RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01T RPT1-F WRITE ERROR STATUS="
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
           CLOSE   HST1-F
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY "TEST01T HST1-F CLOSE ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-HST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01T RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " HST1 ｹﾝｽｳ = " WK-AUD-READ-CNT
           DISPLAY WK-PGM-NAME " RUNS IN RANGE = " WK-RUN-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01T DATETIME CALL ERROR STATUS="
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
                   DISPLAY "TEST01T AUD1-F OPEN ERROR STATUS="
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
           MOVE    WK-HST1-F-NAME TO   AUD1-PIN1-NAME
           MOVE    WK-RPT1-F-NAME TO   AUD1-POT1-NAME
           MOVE    WK-LAST-GEN TO      AUD1-GEN-NBR
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
                   DISPLAY "TEST01T AUD1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01T ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
