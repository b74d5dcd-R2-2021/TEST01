       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01L.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** バイト値の所在調査。監視リスト例外報告 (WEX1) や
      *    *** 異常検知ゲート (TEST01G) の例外報告が件数だけを示す
      *    *** バイト値について、TEST01 と同じ入力リスト・レイアウト
      *    *** 規則で PIN1 データセットを読直し、出現ごとにファイル
      *    *** 名・レコード番号・バイト位置と前後の HEX+CHAR 窓を
      *    *** 印字する。指定があれば該当レコードを PIN1-F レコード
      *    *** 形式のまま抽出データセットへ書出す (送り手へ具体的な
      *    *** レコード番号を渡せるようにする)
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** '2'漢字含み/'3'パック10進数の40バイト系レイアウト用
      *    *** (TEST01 の PIN1-F2 と同じ理由で固定長の SELECT/FD を
      *    *** 分けて切替える)
       SELECT PIN1-F2          ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** PIN1 入力リスト (TEST01 と共用。無ければ TEST01 の
      *    *** パラメタの PIN1 データセット1本のみ)
       SELECT PINL-F           ASSIGN   WK-PINL-F-NAME
                               STATUS   WK-PINL-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** TEST01 の起動パラメタ (入力データセット名・レイアウト
      *    *** 指定・文字コード指定・検証指定を TEST01 と揃えるため
      *    *** に参照のみする)
       SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** レイアウト目録 (TEST01 と共用。ここでは参照のみ)
       SELECT LAY1-F           ASSIGN   WK-LAY1-F-NAME
                               STATUS   WK-LAY1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 監視リスト例外報告 (TEST01 が実行の都度作り直す)
       SELECT WEX1-F           ASSIGN   WK-WEX1-F-NAME
                               STATUS   WK-WEX1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 異常検知ゲートの例外報告 (TEST01G の印字行)
       SELECT GRP1-F           ASSIGN   WK-GRP1-F-NAME
                               STATUS   WK-GRP1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 所在報告書データセット。印字行は純テキストのため
      *    *** LINE SEQUENTIAL で1行=1レコードにする
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 該当レコードの抽出データセット。TEST01 の PIN1-F と
      *    *** 同じ生バイト列にするため、レイアウトごとに固定長の
      *    *** SELECT/FD を用意して切替える (TEST01W と同じ方式)
       SELECT EXT1-F           ASSIGN   WK-EXT1-F-NAME
                               STATUS   WK-EXT1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       SELECT EXT1-F2          ASSIGN   WK-EXT1-F-NAME
                               STATUS   WK-EXT1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 起動パラメタ (調査するバイト値の取得元・値の一覧、
      *    *** 報告書・抽出の指定)
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

      *    *** '1' 平文16バイトレイアウトの実バッファ
       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC16          PIC  X(016).

      *    *** '2' 漢字含み / '3' パック10進数レイアウトの実バッファ
       FD  PIN1-F2
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC40          PIC  X(040).

      *    *** PIN1 入力リスト・レコード (TEST01 と同一レイアウト)
       FD  PINL-F
           LABEL RECORDS ARE STANDARD.
       01  PINL-REC.
           03  PINL-PIN1-F-NAME PIC  X(032).

      *    *** TEST01 の起動パラメタ制御レコード (ここで使わない
      *    *** 項目は FILLER)
       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  PRM1-PIN1-F-NAME PIC  X(032).
           03  PRM1-POT1-F-NAME PIC  X(032).
           03  PRM1-LAYOUT-SW   PIC  X(001).
           03  PRM1-RESTART-SW  PIC  X(001).
           03  PRM1-POT1-RETAIN PIC  9(002).
           03  PRM1-PIN1-KANJI-ID PIC X(020).
           03  PRM1-POSN-SW     PIC  X(001).
           03  PRM1-VALIDATE-SW PIC  X(001).
           03  PRM1-ENCODING-SW PIC  X(001).
           03  FILLER          PIC  X(023).
           03  PRM1-FEED-ID     PIC  X(008).

      *    *** レイアウト目録レコード (TEST01 と同一レイアウト)
       FD  LAY1-F
           LABEL RECORDS ARE STANDARD.
       01  LAY1-REC.
           03  LAY1-CODE       PIC  X(001).
           03  LAY1-REC-LEN    PIC  9(003).
           03  LAY1-RULE-CNT   PIC  9(002).
           03  LAY1-RULE-TBL.
               05  LAY1-RULE   OCCURS 8 TIMES.
                   07  LAY1-RULE-OFFSET PIC 9(003).
                   07  LAY1-RULE-LEN    PIC 9(003).
                   07  LAY1-RULE-TYPE   PIC X(001).

      *    *** 監視リスト例外報告レコード (TEST01 と同一レイアウト)
       FD  WEX1-F
           LABEL RECORDS ARE STANDARD.
       01  WEX1-REC.
           03  WEX1-VALUE      PIC  9(003).
           03  WEX1-HEX        PIC  X(002).
           03  WEX1-LIMIT      PIC  9(009).
           03  WEX1-ACTUAL     PIC  9(009).
           03  WEX1-SEV        PIC  X(001).
           03  WEX1-CR         PIC  X(001).
           03  WEX1-LF         PIC  X(001).

      *    *** 異常検知ゲート例外報告1行分 (例外行は先頭が "DEC "
      *    *** で、続く3桁がバイト値。見出し・合計行は読飛ばす)
       FD  GRP1-F
           LABEL RECORDS ARE STANDARD.
       01  GRP1-LINE.
           03  GRP1-TAG        PIC  X(004).
           03  GRP1-DEC        PIC  X(003).
           03  FILLER          PIC  X(125).

      *    *** 所在報告書1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** '1' 平文16バイトレイアウト用の抽出実バッファ
       FD  EXT1-F
           LABEL RECORDS ARE STANDARD.
       01  EXT1-REC16          PIC  X(016).

      *    *** '2' 漢字含み / '3' パック10進数レイアウト用 (40バイト)
       FD  EXT1-F2
           LABEL RECORDS ARE STANDARD.
       01  EXT1-REC40          PIC  X(040).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
      *    *** 調査するバイト値の取得元 ('W'=監視リスト例外報告
      *    *** (規定値) / 'G'=異常検知ゲート例外報告 / 'V'=下の
      *    *** CTL1-VALUE に直接指定)
           03  CTL1-SOURCE-SW   PIC  X(001).
           03  CTL1-VALUE-CNT   PIC  9(002).
           03  CTL1-VALUE       OCCURS 16
                                PIC  9(003).
           03  CTL1-WEX1-F-NAME PIC  X(032).
           03  CTL1-GRP1-F-NAME PIC  X(032).
      *    *** TEST01 の起動パラメタのデータセット名
           03  CTL1-PRM1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** 'Y'=該当レコードを抽出データセットへ書出す
           03  CTL1-EXTRACT-SW  PIC  X(001).
           03  CTL1-EXT1-F-NAME PIC  X(032).
      *    *** HEX+CHAR 窓の前後バイト数 (0=規定値8、最大12)
           03  CTL1-WINDOW      PIC  9(002).
      *    *** バイト値ごとの明細印字の上限件数 (0=規定値1000。
      *    *** 超えた分は件数だけ数える)
           03  CTL1-PRINT-LIMIT PIC  9(007).

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

      *    *** 実行履歴レコード (TEST01/TEST01R と共用のレイアウト)
       FD  AUD1-F
           LABEL RECORDS ARE STANDARD.

           COPY    CPAUDIT REPLACING ==:##:== BY ==AUD1==.

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01L ".
      *    *** PIN1 データセットの DD 名 (TEST01 のパラメタで上書き)
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "COBSAM06.POT1".
      *    *** PIN1 入力リストの DD 名 (固定、TEST01 と共用)
           03  WK-PINL-F-NAME  PIC  X(032) VALUE "TEST01.PINL".
      *    *** TEST01 の起動パラメタの DD 名 (規定値)
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "TEST01.PARM".
      *    *** レイアウト目録データセットの DD 名 (固定、TEST01 と共用)
           03  WK-LAY1-F-NAME  PIC  X(032) VALUE "TEST01.LAYT".
      *    *** 監視リスト例外報告の DD 名 (規定値、TEST01 と同じ)
           03  WK-WEX1-F-NAME  PIC  X(032) VALUE "TEST01.WEXC".
      *    *** 異常検知ゲート例外報告の DD 名 (規定値、TEST01G と同じ)
           03  WK-GRP1-F-NAME  PIC  X(032) VALUE "TEST01G.PRNT".
      *    *** 所在報告書データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01L.PRNT".
      *    *** 抽出データセットの DD 名 (規定値)
           03  WK-EXT1-F-NAME  PIC  X(032) VALUE "TEST01L.EXTR".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01L.PARM".

      *    *** 供給元 ID (空白=既定の単一供給元) と、供給元別データ
      *    *** セット名 "TEST01.<ID>.xxxx" の編集用
           03  WK-FEED-ID      PIC  X(008) VALUE SPACE.
           03  WK-FEED-NAME    PIC  X(032) VALUE SPACE.
           03  WK-FEED-WORK    PIC  X(032) VALUE SPACE.
           03  WK-FEED-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-OK-SW   PIC  X(001) VALUE "Y".
      *    *** 実行履歴データセットの DD 名 (固定、TEST01 と共用)
           03  WK-AUD1-F-NAME  PIC  X(032) VALUE "TEST01.AUDT".
      *    *** 障害サマリ・データセットの DD 名 (固定、TEST01 と共用)
           03  WK-ERR1-F-NAME  PIC  X(032) VALUE "TEST01.ERRS".

           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PINL-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAY1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-WEX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GRP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-EXT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力
      *    *** 28=サブルーチン)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 実行開始日時の控えと実行履歴用の読書き件数
           03  WK-START-TS     PIC  X(026) VALUE SPACE.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 調査するバイト値の取得元 ('W'/'G'/'V') と値の件数
           03  WK-SOURCE-SW    PIC  X(001) VALUE "W".
           03  WK-LOC-VAL-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 取得元から読んだ値 (S018-10 へ渡す)
           03  WK-NEW-VALUE    BINARY-LONG SYNC VALUE ZERO.

      *    *** 'Y'=該当レコードを抽出する
           03  WK-EXTRACT-SW   PIC  X(001) VALUE "N".
      *    *** HEX+CHAR 窓の前後バイト数とバイト値ごとの印字上限
           03  WK-WINDOW       BINARY-LONG SYNC VALUE 8.
           03  WK-PRINT-LIMIT  BINARY-LONG SYNC VALUE 1000.

      *    *** TEST01 と同じレイアウト・文字コード・検証の指定
           03  WK-PIN1-LAYOUT-SW PIC  X(001) VALUE "1".
           03  WK-PIN1-REC-LEN BINARY-LONG SYNC VALUE 16.
           03  WK-PIN1-KANJI-ID PIC X(020) VALUE SPACE.
           03  WK-VALIDATE-SW  PIC  X(001) VALUE "N".
           03  WK-ENCODING-SW  PIC  X(001) VALUE "A".

      *    *** レイアウト目録の採用エントリ (TEST01 と同じ)
           03  WK-LAY-FOUND-SW PIC  X(001) VALUE "N".
           03  WK-LAY-RULE-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAY-ENTRY    OCCURS 8 TIMES.
               05  WK-LAY-OFFSET BINARY-LONG SYNC.
               05  WK-LAY-LEN  BINARY-LONG SYNC.
               05  WK-LAY-TYPE PIC  X(001).
           03  WK-CHK-BEG      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHK-END      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RULE-IDX     BINARY-LONG SYNC VALUE ZERO.

      *    *** 検証結果 ('Y'=合格 'N'=不合格。不合格レコードは TEST01
      *    *** ではヒストグラムに入らず隔離される) と判定用の作業域
           03  WK-VALID-SW     PIC  X(001) VALUE "Y".
           03  WK-FAIL-OFFSET  BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-LO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BYTE-VAL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRAIL-VAL    BINARY-LONG SYNC VALUE ZERO.

      *    *** 読込み件数 (全ファイル計・現在ファイル内の物理レコード
      *    *** 番号。レイアウト '2' の識別レコードも1件と数える)
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-NBR      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
      *    *** ファイル先頭からのバイト位置 (0起点)
           03  WK-FILE-OFFSET  BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 出現件数・該当レコード件数・抽出件数
           03  WK-HIT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-REC-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXT1-CNT     BINARY-LONG SYNC VALUE ZERO.
      *    *** 'Y'=現在のレコードに該当バイトが在った
           03  WK-REC-HIT-SW   PIC  X(001) VALUE "N".
      *    *** 'Y'=現在のファイルの見出し行を印字済み
           03  WK-FILE-HEAD-SW PIC  X(001) VALUE "N".

      *    *** 該当バイトの位置 (1起点) と値 (表の添字は値+1)
           03  WK-HIT-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-IDX      BINARY-LONG SYNC VALUE ZERO.

      *    *** ページ制御 (1ページの本文行数・現在行・ページ番号。
      *    *** 現在行は大きな初期値にして最初の1行で改ページさせる)
           03  WK-PAGE-LINES   BINARY-LONG SYNC VALUE 60.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 99.
           03  WK-PAGE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** HEX+CHAR 窓の範囲と位置指示行の桁計算
           03  WK-WIN-BEG      BINARY-LONG SYNC VALUE ZERO.
           03  WK-WIN-END      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DMP-COL      BINARY-LONG SYNC VALUE ZERO.

      *    *** HEX 2桁編集用
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-STR      PIC  X(002).

       01  Hex-Digits          VALUE '0123456789ABCDEF'.
           05  Hex-Digit       OCCURS 16 TIMES PIC X(1).

       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

      *    *** 調査対象のバイト値表 (添字=値+1)。値ごとの出現件数・
      *    *** うち検証合格レコード内の件数 (TEST01 のヒストグラムに
      *    *** 入る分)・該当レコード件数・印字した明細件数
       01  LOCATE-AREA.
           03  WK-LOC-ENTRY    OCCURS 256 TIMES.
               05  WK-LOC-SW   PIC  X(001) VALUE "N".
               05  WK-LOC-CNT  PIC  9(009) BINARY VALUE ZERO.
               05  WK-LOC-ACC-CNT PIC 9(009) BINARY VALUE ZERO.
               05  WK-LOC-REC-CNT PIC 9(009) BINARY VALUE ZERO.
               05  WK-LOC-PRT-CNT PIC 9(009) BINARY VALUE ZERO.
      *    *** 最後に数えたレコード (全ファイル通しの件数。同じ
      *    *** レコード内の2件目以降を該当レコード件数に数えない)
               05  WK-LOC-LAST-REC PIC 9(009) BINARY VALUE ZERO.

      *    *** PIN1 入力リスト展開域 (TEST01 と同じ上限)
       01  PINF-LIST-AREA.
           03  WK-PINF-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PINF-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PINF-ENTRY   OCCURS 64 TIMES.
               05  WK-PINF-NAME PIC  X(032).

      *    *** PIN1 1レコード分の作業領域 (翻訳後の姿。検証と照合は
      *    *** TEST01 と同じくこちらで行う)
       01  PIN1-REC            PIC  X(040).
       01  PIN1-BYTES          REDEFINES PIN1-REC.
           03  PIN1-BYTE       OCCURS 40
                               PIC  X(001).

      *    *** 到着したままの生レコード (ASCII 入力時は PIN1-REC と
      *    *** 同じ。窓の HEX と抽出はこちらを使う)
       01  PIN1-RAW-REC        PIC  X(040).
       01  PIN1-RAW-BYTES      REDEFINES PIN1-RAW-REC.
           03  PIN1-RAW-BYTE   OCCURS 40
                               PIC  X(001).

      *    *** ASCII(0-255) -> EBCDIC(CP037) 対応表 (TEST01 と同じ)
       01  EBCDIC-XLATE-TABLE.
           05  FILLER PIC X(016) VALUE
               X"00010203372D2E2F1605250B0C0D0E0F".
           05  FILLER PIC X(016) VALUE
               X"101112133C3D322618193F271C1D1E1F".
           05  FILLER PIC X(016) VALUE
               X"405A7F7B5B6C507D4D5D5C4E6B604B61".
           05  FILLER PIC X(016) VALUE
               X"F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F".
           05  FILLER PIC X(016) VALUE
               X"7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6".
           05  FILLER PIC X(016) VALUE
               X"D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D".
           05  FILLER PIC X(016) VALUE
               X"79818283848586878889919293949596".
           05  FILLER PIC X(016) VALUE
               X"979899A2A3A4A5A6A7A8A9C04FD0A107".
           05  FILLER PIC X(016) VALUE
               X"202122232415061728292A2B2C090A1B".
           05  FILLER PIC X(016) VALUE
               X"30311A333435360838393A3B04143EFF".
           05  FILLER PIC X(016) VALUE
               X"41AA4AB19FB26AB5BDB49A8A5FCAAFBC".
           05  FILLER PIC X(016) VALUE
               X"908FEAFABEA0B6B39DDA9B8BB7B8B9AB".
           05  FILLER PIC X(016) VALUE
               X"6465626663679E687471727378757677".
           05  FILLER PIC X(016) VALUE
               X"AC69EDEEEBEFECBF80FDFEFBFCADAE59".
           05  FILLER PIC X(016) VALUE
               X"4445424643479C485451525358555657".
           05  FILLER PIC X(016) VALUE
               X"8C49CDCECBCFCCE170DDDEDBDC8D8EDF".
       01  EBCDIC-XLATE-BYTES  REDEFINES EBCDIC-XLATE-TABLE.
           05  EBCDIC-XLATE-BYTE OCCURS 256 TIMES PIC X(001).

      *    *** EBCDIC(CP037) -> ASCII 逆引き表 (起動時に作る)
       01  ASCII-XLATE-TABLE.
           05  ASCII-XLATE-BYTE OCCURS 256 TIMES PIC X(001)
                               VALUE LOW-VALUE.

      *    *** 所在報告書の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01L  ".
           03  FILLER          PIC  X(024) VALUE
               "BYTE LOCATOR REPORT     ".
           03  FILLER          PIC  X(005) VALUE " RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(056) VALUE SPACE.

       01  PRT-SRC-LINE.
           03  FILLER          PIC  X(013) VALUE "VALUE SOURCE ".
           03  PRT-SRC-KIND    PIC  X(004).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-SRC-NAME    PIC  X(032).
           03  FILLER          PIC  X(081) VALUE SPACE.

       01  PRT-VAL-LINE.
           03  FILLER          PIC  X(011) VALUE "LOCATE DEC ".
           03  PRT-VAL-DEC     PIC  9(003).
           03  FILLER          PIC  X(006) VALUE "  HEX ".
           03  PRT-VAL-HEX     PIC  X(002).
           03  FILLER          PIC  X(110) VALUE SPACE.

       01  PRT-FILE-LINE.
           03  FILLER          PIC  X(005) VALUE "FILE ".
           03  PRT-FILE-NAME   PIC  X(032).
           03  FILLER          PIC  X(010) VALUE "  LAYOUT ".
           03  PRT-FILE-LAYOUT PIC  X(001).
           03  FILLER          PIC  X(016) VALUE
               "  RECORD LENGTH ".
           03  PRT-FILE-LEN    PIC  9(003).
           03  FILLER          PIC  X(065) VALUE SPACE.

       01  PRT-HIT-LINE.
           03  FILLER          PIC  X(006) VALUE "VALUE ".
           03  PRT-HIT-HEX     PIC  X(002).
           03  FILLER          PIC  X(006) VALUE "  REC ".
           03  PRT-HIT-REC     PIC  9(009).
           03  FILLER          PIC  X(006) VALUE "  POS ".
           03  PRT-HIT-POS     PIC  9(003).
           03  FILLER          PIC  X(014) VALUE "  FILE OFFSET ".
           03  PRT-HIT-OFFSET  PIC  9(012).
           03  FILLER          PIC  X(006) VALUE "  RAW ".
           03  PRT-HIT-RAW     PIC  X(002).
           03  FILLER          PIC  X(002) VALUE SPACE.
      *    *** 'REJECTED'=TEST01 の検証で不合格 (ヒストグラム外)
           03  PRT-HIT-FLAG    PIC  X(008).
           03  FILLER          PIC  X(056) VALUE SPACE.

      *    *** 前後の窓の HEX+CHAR 行。該当バイトの真下に '^' を
      *    *** 印字するため、項目位置は S031-10 の桁計算と一致させる
      *    *** こと (HEX 18桁目から、CHAR 76桁目から)
       01  PRT-WIN-LINE.
           03  FILLER          PIC  X(004) VALUE "POS ".
           03  PRT-WIN-BEG     PIC  9(003).
           03  FILLER          PIC  X(001) VALUE "-".
           03  PRT-WIN-END     PIC  9(003).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  FILLER          PIC  X(004) VALUE "HEX ".
           03  PRT-WIN-HEX     PIC  X(050).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  FILLER          PIC  X(006) VALUE "CHAR >".
           03  PRT-WIN-CHAR    PIC  X(025).
           03  FILLER          PIC  X(001) VALUE "<".
           03  FILLER          PIC  X(031) VALUE SPACE.

       01  PRT-SVAL-LINE.
           03  FILLER          PIC  X(004) VALUE "DEC ".
           03  PRT-SVAL-DEC    PIC  9(003).
           03  FILLER          PIC  X(006) VALUE "  HEX ".
           03  PRT-SVAL-HEX    PIC  X(002).
           03  FILLER          PIC  X(014) VALUE "  OCCURRENCES ".
           03  PRT-SVAL-CNT    PIC  9(009).
           03  FILLER          PIC  X(014) VALUE "  IN ACCEPTED ".
           03  PRT-SVAL-ACC    PIC  9(009).
           03  FILLER          PIC  X(010) VALUE "  RECORDS ".
           03  PRT-SVAL-RECS   PIC  9(009).
           03  FILLER          PIC  X(014) VALUE "  NOT PRINTED ".
           03  PRT-SVAL-NOPRT  PIC  9(009).
           03  FILLER          PIC  X(029) VALUE SPACE.

       01  PRT-SUM-LINE.
           03  FILLER          PIC  X(006) VALUE "FILES ".
           03  PRT-SUM-FILES   PIC  9(003).
           03  FILLER          PIC  X(015) VALUE "  RECORDS READ ".
           03  PRT-SUM-READ    PIC  9(009).
           03  FILLER          PIC  X(020) VALUE
               "  RECORDS WITH HITS ".
           03  PRT-SUM-HITREC  PIC  9(009).
           03  FILLER          PIC  X(012) VALUE "  EXTRACTED ".
           03  PRT-SUM-EXT     PIC  9(009).
           03  FILLER          PIC  X(049) VALUE SPACE.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 調査するバイト値が無ければ読まずに終る
           IF      WK-LOC-VAL-CNT > ZERO
      *    *** 入力リストのファイルを順に走査
                   PERFORM VARYING WK-PINF-IDX FROM 1 BY 1
                           UNTIL   WK-PINF-IDX > WK-PINF-CNT
                           PERFORM S020-10     THRU    S020-EX
                   END-PERFORM
           END-IF

      *    *** バイト値別サマリ印字
           PERFORM S040-10     THRU    S040-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX
           .
       M100-EX.
           STOP    RUN.

      *    *** WK-FEED-NAME の "TEST01." の直後に供給元 ID を差込む
      *    *** (TEST01 と同じ規則。例 TEST01.GDGX → TEST01.FEEDA.GDGX)
       S003-10.
           MOVE    WK-FEED-NAME TO     WK-FEED-WORK
           MOVE    SPACE       TO      WK-FEED-NAME
           STRING  "TEST01."           DELIMITED BY SIZE
                   WK-FEED-ID          DELIMITED BY SPACE
                   "."                 DELIMITED BY SIZE
                   WK-FEED-WORK (8:25) DELIMITED BY SPACE
                   INTO WK-FEED-NAME
           .
       S003-EX.
           EXIT.

      *    *** TEST01 の起動パラメタの供給元 ID の検査と、供給元別
      *    *** データセット名への切替え (TEST01 と同じ検査)
       S004-10.
           MOVE    "Y"         TO      WK-FEED-OK-SW
           MOVE    ZERO        TO      WK-FEED-LEN
           INSPECT WK-FEED-ID  TALLYING WK-FEED-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF      WK-FEED-LEN = ZERO
                   MOVE    "N"         TO      WK-FEED-OK-SW
           ELSE
                   IF      WK-FEED-LEN < 8
                           IF  WK-FEED-ID (WK-FEED-LEN + 1:) NOT = SPACE
                               MOVE "N"        TO      WK-FEED-OK-SW
                           END-IF
                   END-IF
           END-IF
           PERFORM VARYING WK-FEED-IDX FROM 1 BY 1
                   UNTIL   WK-FEED-IDX > WK-FEED-LEN
                   IF      WK-FEED-ID (WK-FEED-IDX:1)
                                       NOT ALPHABETIC-UPPER
                       AND WK-FEED-ID (WK-FEED-IDX:1) NOT NUMERIC
                           MOVE    "N"         TO      WK-FEED-OK-SW
                   END-IF
           END-PERFORM
           IF      WK-FEED-OK-SW = "N"
                   DISPLAY "TEST01L INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    "S004-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    WK-PINL-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-PINL-F-NAME
      *    *** 自プログラムの起動パラメタで名前を明示したときは
      *    *** そのまま使う
           IF      WK-WEX1-F-NAME = "TEST01.WEXC"
                   MOVE    WK-WEX1-F-NAME TO   WK-FEED-NAME
                   PERFORM S003-10     THRU    S003-EX
                   MOVE    WK-FEED-NAME TO     WK-WEX1-F-NAME
           END-IF
           .
       S004-EX.
           EXIT.

      *    *** 起動パラメタ制御レコード読込み
       S005-10.
           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS =    ZERO
                   READ    CTL1-F
                   IF      WK-CTL1-STATUS =    ZERO
                           IF  CTL1-SOURCE-SW   NOT = SPACE
                               MOVE CTL1-SOURCE-SW TO WK-SOURCE-SW
                           END-IF
                           IF  CTL1-WEX1-F-NAME NOT = SPACE
                               MOVE CTL1-WEX1-F-NAME TO WK-WEX1-F-NAME
                           END-IF
                           IF  CTL1-GRP1-F-NAME NOT = SPACE
                               MOVE CTL1-GRP1-F-NAME TO WK-GRP1-F-NAME
                           END-IF
                           IF  CTL1-PRM1-F-NAME NOT = SPACE
                               MOVE CTL1-PRM1-F-NAME TO WK-PRM1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-EXTRACT-SW  NOT = SPACE
                               MOVE CTL1-EXTRACT-SW TO WK-EXTRACT-SW
                           END-IF
                           IF  CTL1-EXT1-F-NAME NOT = SPACE
                               MOVE CTL1-EXT1-F-NAME TO WK-EXT1-F-NAME
                           END-IF
                           IF  CTL1-WINDOW      NOT = ZERO
                               MOVE CTL1-WINDOW TO    WK-WINDOW
                           END-IF
                           IF  CTL1-PRINT-LIMIT NOT = ZERO
                               MOVE CTL1-PRINT-LIMIT TO
                                       WK-PRINT-LIMIT
                           END-IF
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る
                           DISPLAY "TEST01L CTL1-F READ ERROR STATUS="
                                   WK-CTL1-STATUS
                           MOVE    "S005-10"   TO      WK-ERR-PARA
                           MOVE    WK-CTL1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   CTL1-F
           END-IF

           IF      WK-SOURCE-SW NOT = "W"
               AND WK-SOURCE-SW NOT = "G"
               AND WK-SOURCE-SW NOT = "V"
                   DISPLAY "TEST01L CTL1 SOURCE-SW ERROR '"
                           WK-SOURCE-SW "'"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
      *    *** 窓は印字行の HEX 欄 (25バイト分) に収まる範囲に限る
           IF      WK-WINDOW > 12
                   DISPLAY "TEST01L CTL1 WINDOW ERROR " WK-WINDOW
                           " (MAX 12)"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** TEST01 の起動パラメタから入力とレイアウトの指定を得る
           PERFORM S006-10     THRU    S006-EX

      *    *** レイアウト・スイッチから実レコード長を決定 (TEST01 の
      *    *** S007-10 と同じ規則)
           IF      WK-PIN1-LAYOUT-SW = "2"
              OR   WK-PIN1-LAYOUT-SW = "3"
                   MOVE    40          TO      WK-PIN1-REC-LEN
           ELSE
                   MOVE    16          TO      WK-PIN1-REC-LEN
           END-IF

      *    *** レイアウト目録の読込み (TEST01 の S019-10 と同じ優先
      *    *** 順位で実レコード長と検証規則を採用する)
           PERFORM S007-10     THRU    S007-EX
           .
       S005-EX.
           EXIT.

      *    *** TEST01 の起動パラメタ読込み。無ければ TEST01 の規定値
      *    *** のまま (読めないときは TEST01 も同じく打切っている)
       S006-10.
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    ZERO
                   READ    PRM1-F
                   IF      WK-PRM1-STATUS =    ZERO
      *    *** 供給元 ID は他の指定より先に反映する (データセット名
      *    *** の明示指定があればそちらを優先させるため)
                           IF  PRM1-FEED-ID NOT = SPACE
                               MOVE PRM1-FEED-ID TO WK-FEED-ID
                               PERFORM S004-10 THRU S004-EX
                           END-IF
                           IF  PRM1-PIN1-F-NAME NOT = SPACE
                               MOVE PRM1-PIN1-F-NAME TO WK-PIN1-F-NAME
                           END-IF
                           IF  PRM1-LAYOUT-SW   NOT = SPACE
                               MOVE PRM1-LAYOUT-SW TO WK-PIN1-LAYOUT-SW
                           END-IF
                           IF  PRM1-PIN1-KANJI-ID NOT = SPACE
                               MOVE PRM1-PIN1-KANJI-ID TO
                                       WK-PIN1-KANJI-ID
                           END-IF
                           IF  PRM1-VALIDATE-SW NOT = SPACE
                               MOVE PRM1-VALIDATE-SW TO
                                       WK-VALIDATE-SW
                           END-IF
                           IF  PRM1-ENCODING-SW NOT = SPACE
                               MOVE PRM1-ENCODING-SW TO
                                       WK-ENCODING-SW
                           END-IF
                   ELSE
                           DISPLAY "TEST01L PRM1-F READ ERROR STATUS="
                                   WK-PRM1-STATUS
                           MOVE    "S006-10"   TO      WK-ERR-PARA
                           MOVE    WK-PRM1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   PRM1-F
           END-IF
           .
       S006-EX.
           EXIT.

      *    *** レイアウト目録の読込み。目録データセットが無ければ
      *    *** 組込みレイアウトのまま。誤った目録は TEST01 と同じく
      *    *** パラメタ誤りとして打切る
       S007-10.
           OPEN    INPUT       LAY1-F
           IF      WK-LAY1-STATUS NOT =  ZERO
                   GO  TO      S007-EX
           END-IF

           PERFORM UNTIL WK-LAY1-STATUS NOT = ZERO
                   OR    WK-LAY-FOUND-SW = "Y"
                   READ    LAY1-F
                   IF      WK-LAY1-STATUS =    ZERO
                       AND LAY1-CODE = WK-PIN1-LAYOUT-SW
                           PERFORM S007A-10    THRU    S007A-EX
                   END-IF
           END-PERFORM
           CLOSE   LAY1-F
           .
       S007-EX.
           EXIT.

      *    *** レイアウト目録1エントリ分の検査・採用 (TEST01 の
      *    *** S019A-10 と同じ検査)
       S007A-10.
           IF      LAY1-REC-LEN NOT = 16
               AND LAY1-REC-LEN NOT = 40
                   DISPLAY "TEST01L LAY1-F RECORD LENGTH ERROR CODE='"
                           LAY1-CODE "' LEN=" LAY1-REC-LEN
                   MOVE    "S007A-10"  TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      LAY1-RULE-CNT = ZERO
               OR  LAY1-RULE-CNT > 8
                   DISPLAY "TEST01L LAY1-F RULE COUNT ERROR CODE='"
                           LAY1-CODE "' RULES=" LAY1-RULE-CNT
                   MOVE    "S007A-10"  TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    LAY1-REC-LEN TO     WK-PIN1-REC-LEN
           MOVE    LAY1-RULE-CNT TO    WK-LAY-RULE-CNT
           PERFORM VARYING WK-RULE-IDX FROM 1 BY 1
                   UNTIL   WK-RULE-IDX > WK-LAY-RULE-CNT
                   IF      LAY1-RULE-OFFSET (WK-RULE-IDX) < 1
                       OR  LAY1-RULE-LEN (WK-RULE-IDX) < 1
                       OR  LAY1-RULE-OFFSET (WK-RULE-IDX)
                           + LAY1-RULE-LEN (WK-RULE-IDX) - 1
                           > LAY1-REC-LEN
                           DISPLAY "TEST01L LAY1-F RULE RANGE ERROR "
                                   "CODE='" LAY1-CODE "' RULE="
                                   WK-RULE-IDX
                           MOVE    "S007A-10"  TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   IF      LAY1-RULE-TYPE (WK-RULE-IDX) NOT = "T"
                       AND LAY1-RULE-TYPE (WK-RULE-IDX) NOT = "P"
                       AND LAY1-RULE-TYPE (WK-RULE-IDX) NOT = "S"
                       AND LAY1-RULE-TYPE (WK-RULE-IDX) NOT = "B"
                           DISPLAY "TEST01L LAY1-F RULE TYPE ERROR "
                                   "CODE='" LAY1-CODE "' TYPE='"
                                   LAY1-RULE-TYPE (WK-RULE-IDX) "'"
                           MOVE    "S007A-10"  TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   MOVE    LAY1-RULE-OFFSET (WK-RULE-IDX) TO
                           WK-LAY-OFFSET (WK-RULE-IDX)
                   MOVE    LAY1-RULE-LEN (WK-RULE-IDX) TO
                           WK-LAY-LEN (WK-RULE-IDX)
                   MOVE    LAY1-RULE-TYPE (WK-RULE-IDX) TO
                           WK-LAY-TYPE (WK-RULE-IDX)
           END-PERFORM

           MOVE    "Y"         TO      WK-LAY-FOUND-SW
           .
       S007A-EX.
           EXIT.

      *    *** OPEN
       S010-10.
           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01L DATETIME CALL ERROR STATUS="
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

      *    *** EBCDIC -> ASCII 逆引き表の作成
           PERFORM S012-10     THRU    S012-EX

      *    *** PIN1 入力リストの読込み (無ければ1本だけ処理)
           PERFORM S013-10     THRU    S013-EX

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L RPT1-F OPEN ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 調査するバイト値の取得と一覧印字
           PERFORM S015-10     THRU    S015-EX

      *    *** 抽出指定時のみ抽出データセットを作る (レイアウトに
      *    *** より実レコード長の異なる FD を切替える)
           IF      WK-EXTRACT-SW = "Y"
                   IF      WK-PIN1-REC-LEN = 40
                           OPEN    OUTPUT      EXT1-F2
                   ELSE
                           OPEN    OUTPUT      EXT1-F
                   END-IF
                   IF      WK-EXT1-STATUS NOT =  ZERO
                           DISPLAY "TEST01L EXT1-F OPEN ERROR STATUS="
                                   WK-EXT1-STATUS
                           MOVE    "S010-10"   TO      WK-ERR-PARA
                           MOVE    WK-EXT1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF

      *    *** レイアウト '2' の抽出には先頭識別レコードを付ける
      *    *** (TEST01W と同じく、TEST01 が各ファイル先頭1件を識別
      *    *** レコードとして読飛ばすため。識別値は TEST01 の
      *    *** パラメタの値を 21-40 バイト目に置く)
                   IF      WK-PIN1-LAYOUT-SW = "2"
                           MOVE    SPACE       TO      EXT1-REC40
                           MOVE    WK-PIN1-KANJI-ID TO
                                   EXT1-REC40 (21:20)
                           WRITE   EXT1-REC40
                           IF      WK-EXT1-STATUS NOT =  ZERO
                               DISPLAY "TEST01L EXT1-F WRITE ERROR "
                                       "STATUS=" WK-EXT1-STATUS
                               MOVE "S010-10" TO WK-ERR-PARA
                               MOVE WK-EXT1-STATUS TO WK-ERR-STATUS
                               MOVE 20   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                   END-IF
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** EBCDIC(CP037) -> ASCII 逆引き表の作成 (TEST01 の
      *    *** S012-10 と同じ)
       S012-10.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    EBCDIC-XLATE-BYTE (I) TO PIC-X
                   COMPUTE J = PIC-Halfword + 1
                   COMPUTE PIC-Halfword = I - 1
                   MOVE    PIC-X       TO      ASCII-XLATE-BYTE (J)
           END-PERFORM
           .
       S012-EX.
           EXIT.

      *    *** PIN1 入力リストの読込み (TEST01 の S006-10 と同じ規則。
      *    *** リストが無ければ TEST01 のパラメタの PIN1 1本)
       S013-10.
           MOVE    ZERO        TO      WK-PINF-CNT
           OPEN    INPUT       PINL-F
           IF      WK-PINL-STATUS =    ZERO
                   PERFORM UNTIL WK-PINL-STATUS NOT = ZERO
                           READ    PINL-F
                           IF      WK-PINL-STATUS =    ZERO
                               AND PINL-PIN1-F-NAME NOT = SPACE
                                   IF  WK-PINF-CNT NOT < 64
                                       DISPLAY "TEST01L PINL-F LIST "
                                           "OVERFLOW (MAX 64) AT "
                                           PINL-PIN1-F-NAME
                                       MOVE "S013-10" TO WK-ERR-PARA
                                       MOVE ZERO TO WK-ERR-STATUS
                                       MOVE 12   TO WK-ERR-RC
                                       PERFORM S990-10 THRU S990-EX
                                   END-IF
                                   ADD     1   TO      WK-PINF-CNT
                                   MOVE    PINL-PIN1-F-NAME TO
                                           WK-PINF-NAME (WK-PINF-CNT)
                           END-IF
                   END-PERFORM
                   CLOSE   PINL-F
           END-IF

           IF      WK-PINF-CNT =       ZERO
                   MOVE    1           TO      WK-PINF-CNT
                   MOVE    WK-PIN1-F-NAME TO  WK-PINF-NAME (1)
           END-IF
           .
       S013-EX.
           EXIT.

      *    *** 調査するバイト値の取得。取得元に応じて値を集め、
      *    *** 取得元と値の一覧を報告書の冒頭に印字する
       S015-10.
           MOVE    SPACE       TO      PRT-SRC-NAME
           IF      WK-SOURCE-SW = "W"
                   MOVE    "WEX1"      TO      PRT-SRC-KIND
                   MOVE    WK-WEX1-F-NAME TO   PRT-SRC-NAME
                   PERFORM S016-10     THRU    S016-EX
           ELSE
               IF  WK-SOURCE-SW = "G"
                   MOVE    "GATE"      TO      PRT-SRC-KIND
                   MOVE    WK-GRP1-F-NAME TO   PRT-SRC-NAME
                   PERFORM S017-10     THRU    S017-EX
               ELSE
                   MOVE    "PARM"      TO      PRT-SRC-KIND
                   MOVE    WK-CTL1-F-NAME TO   PRT-SRC-NAME
                   IF      CTL1-VALUE-CNT NOT NUMERIC
                       OR  CTL1-VALUE-CNT = ZERO
                       OR  CTL1-VALUE-CNT > 16
                           DISPLAY "TEST01L CTL1 VALUE-CNT ERROR '"
                                   CTL1-VALUE-CNT "'"
                           MOVE    "S015-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL   I > CTL1-VALUE-CNT
                           IF      CTL1-VALUE (I) NOT NUMERIC
                               OR  CTL1-VALUE (I) > 255
                                   DISPLAY "TEST01L CTL1 VALUE ERROR '"
                                           CTL1-VALUE (I) "'"
                                   MOVE "S015-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           MOVE    CTL1-VALUE (I) TO WK-NEW-VALUE
                           PERFORM S018-10     THRU    S018-EX
                   END-PERFORM
               END-IF
           END-IF

           MOVE    PRT-SRC-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      WK-LOC-SW (I) = "Y"
                           COMPUTE PIC-Halfword = I - 1
                           MOVE    PIC-Halfword TO     PRT-VAL-DEC
                           PERFORM S062-10     THRU    S062-EX
                           MOVE    WK-HEX-STR  TO      PRT-VAL-HEX
                           MOVE    PRT-VAL-LINE TO     WK-PRT-LINE
                           PERFORM S060-10     THRU    S060-EX
                   END-IF
           END-PERFORM

           IF      WK-LOC-VAL-CNT =    ZERO
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "NO BYTE VALUES TO LOCATE" TO
                           WK-PRT-LINE (1:24)
                   PERFORM S060-10     THRU    S060-EX
                   DISPLAY WK-PGM-NAME " NO BYTE VALUES TO LOCATE"
           END-IF

      *    *** レイアウト '2' のレコード番号は識別レコードを含む
      *    *** 物理レコード番号であることを明記する
           IF      WK-PIN1-LAYOUT-SW = "2"
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "RECORD 1 OF EACH FILE IS THE IDENTITY "
                           TO      WK-PRT-LINE (1:39)
                   MOVE    "RECORD AND IS NOT SCANNED" TO
                           WK-PRT-LINE (40:25)
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S015-EX.
           EXIT.

      *    *** 監視リスト例外報告からの取得 (1件=超過したバイト値1つ)。
      *    *** 例外報告は TEST01 が実行の都度作り直すため、無いときは
      *    *** TEST01 が走っていないものとして入力障害で打切る
       S016-10.
           OPEN    INPUT       WEX1-F
           IF      WK-WEX1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L WEX1-F OPEN ERROR STATUS="
                           WK-WEX1-STATUS
                   MOVE    "S016-10"   TO      WK-ERR-PARA
                   MOVE    WK-WEX1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-WEX1-STATUS NOT = ZERO
                   READ    WEX1-F
                   IF      WK-WEX1-STATUS =    ZERO
                           IF  WEX1-VALUE NOT NUMERIC
                               OR  WEX1-VALUE > 255
                               DISPLAY "TEST01L WEX1-F VALUE ERROR '"
                                       WEX1-VALUE "'"
                               MOVE "S016-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 16   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                           MOVE    WEX1-VALUE  TO      WK-NEW-VALUE
                           PERFORM S018-10     THRU    S018-EX
                   END-IF
           END-PERFORM
           IF      WK-WEX1-STATUS NOT =  10
                   DISPLAY "TEST01L WEX1-F READ ERROR STATUS="
                           WK-WEX1-STATUS
                   MOVE    "S016-10"   TO      WK-ERR-PARA
                   MOVE    WK-WEX1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   WEX1-F
           .
       S016-EX.
           EXIT.

      *    *** 異常検知ゲート例外報告からの取得。先頭が "DEC " で
      *    *** 続く3桁が数字の行だけを例外行とみなす
       S017-10.
           OPEN    INPUT       GRP1-F
           IF      WK-GRP1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L GRP1-F OPEN ERROR STATUS="
                           WK-GRP1-STATUS
                   MOVE    "S017-10"   TO      WK-ERR-PARA
                   MOVE    WK-GRP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-GRP1-STATUS NOT = ZERO
                   READ    GRP1-F
                   IF      WK-GRP1-STATUS =    ZERO
                       AND GRP1-TAG = "DEC "
                       AND GRP1-DEC NUMERIC
                           MOVE    GRP1-DEC    TO      WK-NEW-VALUE
                           IF      WK-NEW-VALUE NOT > 255
                                   PERFORM S018-10     THRU    S018-EX
                           END-IF
                   END-IF
           END-PERFORM
           IF      WK-GRP1-STATUS NOT =  10
                   DISPLAY "TEST01L GRP1-F READ ERROR STATUS="
                           WK-GRP1-STATUS
                   MOVE    "S017-10"   TO      WK-ERR-PARA
                   MOVE    WK-GRP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   GRP1-F
           .
       S017-EX.
           EXIT.

      *    *** 調査対象への登録 (WK-NEW-VALUE。同じ値は1回だけ数える)
       S018-10.
           IF      WK-LOC-SW (WK-NEW-VALUE + 1) NOT = "Y"
                   MOVE    "Y"         TO
                           WK-LOC-SW (WK-NEW-VALUE + 1)
                   ADD     1           TO      WK-LOC-VAL-CNT
           END-IF
           .
       S018-EX.
           EXIT.

      *    *** 入力ファイル1本分の走査 (WK-PINF-IDX 本目)。先頭の
      *    *** 識別レコード (レイアウト '2') は TEST01 と同じく集計
      *    *** 対象外のため照合しない
       S020-10.
           MOVE    WK-PINF-NAME (WK-PINF-IDX) TO WK-PIN1-F-NAME
           MOVE    ZERO        TO      WK-REC-NBR
           MOVE    "N"         TO      WK-FILE-HEAD-SW
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF

           IF      WK-PIN1-REC-LEN = 40
                   OPEN    INPUT       PIN1-F2
           ELSE
                   OPEN    INPUT       PIN1-F
           END-IF
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                           " FILE=" WK-PIN1-F-NAME
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    WK-PIN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-PIN1-LAYOUT-SW = "2"
                   PERFORM S021-10     THRU    S021-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
                   PERFORM S021-10     THRU    S021-EX
                   IF      WK-PIN1-EOF NOT = HIGH-VALUE
                           PERFORM S022-10     THRU    S022-EX
                   END-IF
           END-PERFORM

           IF      WK-PIN1-REC-LEN = 40
                   CLOSE   PIN1-F2
           ELSE
                   CLOSE   PIN1-F
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** PIN1 1レコード読込み (実レコード長により実ファイルを
      *    *** 切替える)。生の姿を PIN1-RAW-REC に残し、EBCDIC 入力
      *    *** なら PIN1-REC を ASCII へ翻訳する (TEST01 と同じく照合・
      *    *** 検証は翻訳後の値で行う)
       S021-10.
           IF      WK-PIN1-REC-LEN = 40
                   READ    PIN1-F2
                   IF      WK-PIN1-STATUS =    ZERO
                           MOVE    PIN1-REC40  TO      PIN1-REC
                   END-IF
           ELSE
                   READ    PIN1-F
                   IF      WK-PIN1-STATUS =    ZERO
                           MOVE    PIN1-REC16  TO      PIN1-REC
                   END-IF
           END-IF

           IF      WK-PIN1-STATUS =    ZERO
                   ADD     1           TO      WK-REC-NBR
                   MOVE    PIN1-REC    TO      PIN1-RAW-REC
                   IF      WK-ENCODING-SW = "E"
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL   J > WK-PIN1-REC-LEN
                                   MOVE    LOW-VALUE   TO  PIC-XX
                                   MOVE    PIN1-RAW-BYTE (J) TO PIC-X
                                   MOVE    ASCII-XLATE-BYTE
                                           (PIC-Halfword + 1) TO
                                           PIN1-BYTE (J)
                           END-PERFORM
                   END-IF
           ELSE
               IF  WK-PIN1-STATUS =    10
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               ELSE
                   DISPLAY "TEST01L PIN1-F READ ERROR STATUS="
                           WK-PIN1-STATUS " FILE=" WK-PIN1-F-NAME
                   MOVE    "S021-10"   TO      WK-ERR-PARA
                   MOVE    WK-PIN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
               END-IF
           END-IF
           .
       S021-EX.
           EXIT.

      *    *** データ・レコード1件分の照合。TEST01 の検証指定が在れば
      *    *** 同じ規則で合否を判定し (不合格レコード内の出現は TEST01
      *    *** のヒストグラムに入っていない)、全バイトを調査対象表と
      *    *** 照合する。該当があり抽出指定なら1件として抽出する
       S022-10.
           ADD     1           TO      WK-PIN1-CNT
           MOVE    "N"         TO      WK-REC-HIT-SW

           MOVE    "Y"         TO      WK-VALID-SW
           IF      WK-VALIDATE-SW = "Y"
                   PERFORM S050-10     THRU    S050-EX
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL   K > WK-PIN1-REC-LEN
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (K) TO    PIC-X
                   IF      WK-LOC-SW (PIC-Halfword + 1) = "Y"
                           MOVE    K           TO      WK-HIT-POS
                           COMPUTE WK-HIT-IDX = PIC-Halfword + 1
                           PERFORM S030-10     THRU    S030-EX
                   END-IF
           END-PERFORM

           IF      WK-REC-HIT-SW = "Y"
                   ADD     1           TO      WK-HIT-REC-CNT
                   IF      WK-EXTRACT-SW = "Y"
                           PERFORM S035-10     THRU    S035-EX
                   END-IF
           END-IF
           .
       S022-EX.
           EXIT.

      *    *** 出現1件分の計数と印字 (ファイルの最初の出現の前に
      *    *** ファイル見出し行、出現行の後に前後の HEX+CHAR 窓と
      *    *** 位置指示行)。印字上限を超えた分は件数だけ数える
       S030-10.
           MOVE    "Y"         TO      WK-REC-HIT-SW
           ADD     1           TO      WK-HIT-CNT
           ADD     1           TO      WK-LOC-CNT (WK-HIT-IDX)
           IF      WK-VALID-SW = "Y"
                   ADD     1           TO  WK-LOC-ACC-CNT (WK-HIT-IDX)
           END-IF
           IF      WK-LOC-LAST-REC (WK-HIT-IDX) NOT = WK-PIN1-CNT
                   ADD     1           TO  WK-LOC-REC-CNT (WK-HIT-IDX)
                   MOVE    WK-PIN1-CNT TO
                           WK-LOC-LAST-REC (WK-HIT-IDX)
           END-IF

           IF      WK-LOC-PRT-CNT (WK-HIT-IDX) NOT < WK-PRINT-LIMIT
                   GO  TO  S030-EX
           END-IF
           ADD     1           TO      WK-LOC-PRT-CNT (WK-HIT-IDX)

           IF      WK-FILE-HEAD-SW = "N"
                   MOVE    SPACE       TO      WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    WK-PIN1-F-NAME TO   PRT-FILE-NAME
                   MOVE    WK-PIN1-LAYOUT-SW TO PRT-FILE-LAYOUT
                   MOVE    WK-PIN1-REC-LEN TO  PRT-FILE-LEN
                   MOVE    PRT-FILE-LINE TO    WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    "Y"         TO      WK-FILE-HEAD-SW
           END-IF

      *    *** 出現行 (翻訳後の値・物理レコード番号・レコード内位置・
      *    *** ファイル先頭からのバイト位置・到着したままのバイト)
           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           COMPUTE PIC-Halfword = WK-HIT-IDX - 1
           PERFORM S062-10     THRU    S062-EX
           MOVE    WK-HEX-STR  TO      PRT-HIT-HEX
           MOVE    WK-REC-NBR  TO      PRT-HIT-REC
           MOVE    WK-HIT-POS  TO      PRT-HIT-POS
           COMPUTE WK-FILE-OFFSET =
                   (WK-REC-NBR - 1) * WK-PIN1-REC-LEN + WK-HIT-POS - 1
           MOVE    WK-FILE-OFFSET TO   PRT-HIT-OFFSET
           MOVE    LOW-VALUE   TO      PIC-XX
           MOVE    PIN1-RAW-BYTE (WK-HIT-POS) TO PIC-X
           PERFORM S062-10     THRU    S062-EX
           MOVE    WK-HEX-STR  TO      PRT-HIT-RAW
           IF      WK-VALID-SW = "N"
                   MOVE    "REJECTED"  TO      PRT-HIT-FLAG
           ELSE
                   MOVE    SPACE       TO      PRT-HIT-FLAG
           END-IF
           MOVE    PRT-HIT-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM S031-10     THRU    S031-EX
           .
       S030-EX.
           EXIT.

      *    *** 前後の窓の HEX+CHAR 行の編集・印字。HEX は到着した
      *    *** ままの生バイト、CHAR は翻訳後の文字 (印字不能は '.')
       S031-10.
           IF      WK-HIT-POS > WK-WINDOW
                   COMPUTE WK-WIN-BEG = WK-HIT-POS - WK-WINDOW
           ELSE
                   MOVE    1           TO      WK-WIN-BEG
           END-IF
           COMPUTE WK-WIN-END = WK-HIT-POS + WK-WINDOW
           IF      WK-WIN-END > WK-PIN1-REC-LEN
                   MOVE    WK-PIN1-REC-LEN TO  WK-WIN-END
           END-IF

           MOVE    SPACE       TO      PRT-WIN-HEX
           MOVE    SPACE       TO      PRT-WIN-CHAR
           MOVE    WK-WIN-BEG  TO      PRT-WIN-BEG
           MOVE    WK-WIN-END  TO      PRT-WIN-END

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-WIN-END - WK-WIN-BEG + 1
                   COMPUTE I = WK-WIN-BEG + J - 1
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-RAW-BYTE (I) TO PIC-X
                   PERFORM S062-10     THRU    S062-EX
                   MOVE    WK-HEX-STR  TO
                           PRT-WIN-HEX (J * 2 - 1:2)
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (I) TO    PIC-X
                   IF      PIC-Halfword >=     32
                     AND   PIC-Halfword <=     126
                           MOVE    PIC-X       TO  PRT-WIN-CHAR (J:1)
                   ELSE
                           MOVE    "."         TO  PRT-WIN-CHAR (J:1)
                   END-IF
           END-PERFORM

           MOVE    PRT-WIN-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

      *    *** 位置指示行。窓の行の HEX 18桁目から/CHAR 76桁目からの
      *    *** 桁位置に合わせて '^' を置く (PRT-WIN-LINE の項目位置を
      *    *** 変えるときはここも直すこと)
           MOVE    SPACE       TO      WK-PRT-LINE
           COMPUTE J = WK-HIT-POS - WK-WIN-BEG + 1
           COMPUTE WK-DMP-COL = 18 + (J - 1) * 2
           MOVE    "^^"        TO      WK-PRT-LINE (WK-DMP-COL:2)
           COMPUTE WK-DMP-COL = 75 + J
           MOVE    "^"         TO      WK-PRT-LINE (WK-DMP-COL:1)
           PERFORM S060-10     THRU    S060-EX
           .
       S031-EX.
           EXIT.

      *    *** 該当レコード1件の抽出 (PIN1-F レコード形式、到着した
      *    *** ままの生バイト列。EBCDIC 入力でもそのまま再投入できる)
       S035-10.
           IF      WK-PIN1-REC-LEN = 40
                   MOVE    PIN1-RAW-REC (1:40) TO EXT1-REC40
                   WRITE   EXT1-REC40
           ELSE
                   MOVE    PIN1-RAW-REC (1:16) TO EXT1-REC16
                   WRITE   EXT1-REC16
           END-IF
           IF      WK-EXT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L EXT1-F WRITE ERROR STATUS="
                           WK-EXT1-STATUS
                   MOVE    "S035-10"   TO      WK-ERR-PARA
                   MOVE    WK-EXT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-EXT1-CNT
           .
       S035-EX.
           EXIT.

      *    *** バイト値別サマリと件数サマリの印字。検証合格レコード内
      *    *** の件数は、入力リストが同じなら TEST01 の当夜世代の
      *    *** 件数と一致する
       S040-10.
           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      WK-LOC-SW (I) = "Y"
                           COMPUTE PIC-Halfword = I - 1
                           MOVE    PIC-Halfword TO     PRT-SVAL-DEC
                           PERFORM S062-10     THRU    S062-EX
                           MOVE    WK-HEX-STR  TO      PRT-SVAL-HEX
                           MOVE    WK-LOC-CNT (I) TO   PRT-SVAL-CNT
                           MOVE    WK-LOC-ACC-CNT (I) TO PRT-SVAL-ACC
                           MOVE    WK-LOC-REC-CNT (I) TO PRT-SVAL-RECS
                           COMPUTE PRT-SVAL-NOPRT =
                                   WK-LOC-CNT (I) - WK-LOC-PRT-CNT (I)
                           MOVE    PRT-SVAL-LINE TO    WK-PRT-LINE
                           PERFORM S060-10     THRU    S060-EX
                   END-IF
           END-PERFORM

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           IF      WK-LOC-VAL-CNT > ZERO
                   MOVE    WK-PINF-CNT TO      PRT-SUM-FILES
           ELSE
                   MOVE    ZERO        TO      PRT-SUM-FILES
           END-IF
           MOVE    WK-PIN1-CNT TO      PRT-SUM-READ
           MOVE    WK-HIT-REC-CNT TO   PRT-SUM-HITREC
           MOVE    WK-EXT1-CNT TO      PRT-SUM-EXT
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           .
       S040-EX.
           EXIT.

      *    *** 検証の振分け (TEST01 の S025-10 と同じ規則。合否を
      *    *** WK-VALID-SW、最初の不合格位置を WK-FAIL-OFFSET に返す)
       S050-10.
           MOVE    "Y"         TO      WK-VALID-SW
           MOVE    ZERO        TO      WK-FAIL-OFFSET

           IF      WK-LAY-FOUND-SW = "Y"
                   PERFORM VARYING WK-RULE-IDX FROM 1 BY 1
                           UNTIL   WK-RULE-IDX > WK-LAY-RULE-CNT
                           OR      WK-VALID-SW = "N"
                           PERFORM S051-10     THRU    S051-EX
                   END-PERFORM
                   GO  TO  S050-EX
           END-IF

           IF      WK-PIN1-LAYOUT-SW = "3"
                   MOVE    1           TO      WK-CHK-BEG
                   MOVE    40          TO      WK-CHK-END
                   PERFORM S053-10     THRU    S053-EX
           ELSE
               IF  WK-PIN1-LAYOUT-SW = "2"
                   MOVE    21          TO      WK-CHK-BEG
                   MOVE    40          TO      WK-CHK-END
                   PERFORM S054-10     THRU    S054-EX
               ELSE
                   MOVE    1           TO      WK-CHK-BEG
                   MOVE    WK-PIN1-REC-LEN TO  WK-CHK-END
                   PERFORM S055-10     THRU    S055-EX
               END-IF
           END-IF
           .
       S050-EX.
           EXIT.

      *    *** 目録規則1件分の適用 (TEST01 の S031-10 と同じ)
       S051-10.
           MOVE    WK-LAY-OFFSET (WK-RULE-IDX) TO WK-CHK-BEG
           COMPUTE WK-CHK-END = WK-LAY-OFFSET (WK-RULE-IDX)
                   + WK-LAY-LEN (WK-RULE-IDX) - 1

           IF      WK-LAY-TYPE (WK-RULE-IDX) = "P"
                   PERFORM S053-10     THRU    S053-EX
           ELSE
               IF  WK-LAY-TYPE (WK-RULE-IDX) = "S"
                   PERFORM S054-10     THRU    S054-EX
               ELSE
                   IF  WK-LAY-TYPE (WK-RULE-IDX) = "T"
                       PERFORM S055-10     THRU    S055-EX
                   END-IF
               END-IF
           END-IF
           .
       S051-EX.
           EXIT.

      *    *** パック10進数域の検証 (TEST01 の S027-10 と同じ)
       S053-10.
           PERFORM VARYING J FROM WK-CHK-BEG BY 1
                   UNTIL   J > WK-CHK-END
                   OR      WK-VALID-SW = "N"
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   DIVIDE  PIC-Halfword BY 16  GIVING  WK-NIB-HI
                                           REMAINDER   WK-NIB-LO
                   IF      WK-NIB-HI > 9
                           MOVE    "N"         TO      WK-VALID-SW
                           MOVE    J           TO      WK-FAIL-OFFSET
                   ELSE
                       IF  J < WK-CHK-END
                           IF  WK-NIB-LO > 9
                               MOVE    "N"     TO      WK-VALID-SW
                               MOVE    J       TO      WK-FAIL-OFFSET
                           END-IF
                       ELSE
                           IF  WK-NIB-LO < 10
                               MOVE    "N"     TO      WK-VALID-SW
                               MOVE    J       TO      WK-FAIL-OFFSET
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           .
       S053-EX.
           EXIT.

      *    *** SJIS 混在域の検証 (TEST01 の S028-10 と同じ)
       S054-10.
           MOVE    WK-CHK-BEG  TO      J
           PERFORM UNTIL J > WK-CHK-END
                   OR    WK-VALID-SW = "N"
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   MOVE    PIC-Halfword TO     WK-BYTE-VAL
                   IF      WK-BYTE-VAL >= 32
                     AND   WK-BYTE-VAL <= 126
                           ADD     1           TO      J
                   ELSE
                       IF  (WK-BYTE-VAL >= 129 AND WK-BYTE-VAL <= 159)
                        OR (WK-BYTE-VAL >= 224 AND WK-BYTE-VAL <= 239)
                           IF  J = WK-CHK-END
                               MOVE    "N"     TO      WK-VALID-SW
                               MOVE    J       TO      WK-FAIL-OFFSET
                           ELSE
                               MOVE    LOW-VALUE   TO  PIC-XX
                               MOVE    PIN1-BYTE (J + 1) TO PIC-X
                               MOVE    PIC-Halfword TO WK-TRAIL-VAL
                               IF  WK-TRAIL-VAL >= 64
                                 AND WK-TRAIL-VAL <= 252
                                 AND WK-TRAIL-VAL NOT = 127
                                   ADD     2       TO      J
                               ELSE
                                   MOVE    "N"     TO      WK-VALID-SW
                                   COMPUTE WK-FAIL-OFFSET = J + 1
                               END-IF
                           END-IF
                       ELSE
                           MOVE    "N"         TO      WK-VALID-SW
                           MOVE    J           TO      WK-FAIL-OFFSET
                       END-IF
                   END-IF
           END-PERFORM
           .
       S054-EX.
           EXIT.

      *    *** 印字可能文字域の検証 (TEST01 の S029-10 と同じ)
       S055-10.
           PERFORM VARYING J FROM WK-CHK-BEG BY 1
                   UNTIL   J > WK-CHK-END
                   OR      WK-VALID-SW = "N"
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   IF      PIC-Halfword < 32
                     OR    PIC-Halfword > 126
                           MOVE    "N"         TO      WK-VALID-SW
                           MOVE    J           TO      WK-FAIL-OFFSET
                   END-IF
           END-PERFORM
           .
       S055-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01L RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01L RPT1-F WRITE ERROR STATUS="
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

      *    *** HEX 2桁編集 (PIC-Halfword の値を WK-HEX-STR へ)
       S062-10.
           DIVIDE  PIC-Halfword BY 16  GIVING   WK-HEX-HI
                                       REMAINDER WK-HEX-LO
           MOVE    Hex-Digit (WK-HEX-HI + 1) TO WK-HEX-STR (1:1)
           MOVE    Hex-Digit (WK-HEX-LO + 1) TO WK-HEX-STR (2:1)
           .
       S062-EX.
           EXIT.

      *    *** CLOSE
       S900-10.
           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-EXTRACT-SW = "Y"
                   IF      WK-PIN1-REC-LEN = 40
                           CLOSE   EXT1-F2
                   ELSE
                           CLOSE   EXT1-F
                   END-IF
                   IF      WK-EXT1-STATUS NOT =  ZERO
                           DISPLAY "TEST01L EXT1-F CLOSE ERROR STATUS="
                                   WK-EXT1-STATUS
                           MOVE    "S900-10"   TO      WK-ERR-PARA
                           MOVE    WK-EXT1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " PIN1 ｹﾝｽｳ = " WK-PIN1-CNT
           DISPLAY WK-PGM-NAME " HIT  ｹﾝｽｳ = " WK-HIT-CNT
           DISPLAY WK-PGM-NAME " EXT1 ｹﾝｽｳ = " WK-EXT1-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01L DATETIME CALL ERROR STATUS="
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
                   DISPLAY "TEST01L AUD1-F OPEN ERROR STATUS="
                           WK-AUD1-STATUS
                   IF      RETURN-CODE = ZERO
                           MOVE    20  TO      RETURN-CODE
                   END-IF
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      AUD1-AUDIT-REC
           MOVE    WK-PGM-NAME TO      AUD1-PGM-NAME
           MOVE    WK-FEED-ID  TO      AUD1-FEED-ID
           MOVE    WK-START-TS TO      AUD1-START-TS
           MOVE    WDT-DATE-TIME TO    AUD1-END-TS
           IF      WK-PINF-CNT > 1
                   MOVE    WK-PINL-F-NAME TO   AUD1-PIN1-NAME
           ELSE
                   MOVE    WK-PINF-NAME (1) TO AUD1-PIN1-NAME
           END-IF
           IF      WK-EXTRACT-SW = "Y"
                   MOVE    WK-EXT1-F-NAME TO   AUD1-POT1-NAME
           ELSE
                   MOVE    WK-RPT1-F-NAME TO   AUD1-POT1-NAME
           END-IF
           MOVE    ZERO        TO      AUD1-GEN-NBR
           MOVE    SPACE       TO      AUD1-RESTART-SW
           MOVE    WK-PIN1-CNT TO      AUD1-READ-CNT
           MOVE    WK-HIT-CNT  TO      AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01L AUD1-F WRITE ERROR STATUS="
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
                   MOVE    WK-PIN1-CNT TO      ERR1-REC-CNT
                   MOVE    WK-ERR-RC   TO      ERR1-RC
                   MOVE    X"0D"       TO      ERR1-CR
                   MOVE    X"0A"       TO      ERR1-LF
                   WRITE   ERR1-REC
                   CLOSE   ERR1-F
           ELSE
                   DISPLAY "TEST01L ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
