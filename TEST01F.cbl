       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01F.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 項目別データ・プロファイル。レイアウト目録 (LAY1) の
      *    *** 規則1件を1項目とみなし、POT1 世代の入力ファイル別
      *    *** セクション・レコードが示す入力ファイル群 (その世代を
      *    *** 作った入力そのもの) を読直して、項目ごとに空白・
      *    *** LOW-VALUE・合否の件数、パック10進数項目の合計・最小・
      *    *** 最大、文字項目の使用長の最小・最大、短い項目の異なり
      *    *** 値の数を求める。結果は世代付きのプロファイル・データ
      *    *** セットに書出し、同じ内容を報告書に印字する
       SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** '2'漢字含み/'3'パック10進数の40バイト系レイアウト用
       SELECT PIN1-F2          ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** POT1 世代 (ヘッダと入力ファイル別セクションのみ読む。
      *    *** 実レコード長の異なるレコードが継目なく連結されている
      *    *** ため TEST01R と同じく1バイトずつ読む)
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       SELECT GDX1-F           ASSIGN   WK-GDX1-F-NAME
                               STATUS   WK-GDX1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       SELECT GCM1-F           ASSIGN   WK-GCM1-F-NAME
                               STATUS   WK-GCM1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** TEST01 の起動パラメタ (POT1 の基底名・保存世代数・
      *    *** レイアウト指定を TEST01 と揃えるために参照のみする)
       SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** レイアウト目録 (TEST01 と共用。ここでは参照のみ)
       SELECT LAY1-F           ASSIGN   WK-LAY1-F-NAME
                               STATUS   WK-LAY1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 項目別プロファイル・データセット (世代付き。1件=1項目)
       SELECT PRF1-F           ASSIGN   WK-PRF1-F-NAME
                               STATUS   WK-PRF1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 項目別プロファイル報告書データセット
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

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

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-BYTE-REC       PIC  X(001).

       FD  GDX1-F
           LABEL RECORDS ARE STANDARD.
       01  GDX1-REC.
           03  GDX1-GEN-NBR    BINARY-LONG SYNC.

       FD  GCM1-F
           LABEL RECORDS ARE STANDARD.
       01  GCM1-REC.
           03  GCM1-GEN-NBR    BINARY-LONG SYNC.

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
           03  FILLER          PIC  X(046).
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

      *    *** 項目別プロファイル・レコード (1件=1項目+CR+LF)
       FD  PRF1-F
           LABEL RECORDS ARE STANDARD.
       01  PRF1-REC.
           03  PRF1-GEN-NBR    PIC  9(007).
      *    *** 世代を作った TEST01 の実行日時 (POT1 ヘッダの値)
           03  PRF1-RUN-TS     PIC  X(026).
           03  PRF1-LAYOUT     PIC  X(001).
           03  PRF1-FLD-NBR    PIC  9(002).
           03  PRF1-OFFSET     PIC  9(003).
           03  PRF1-LEN        PIC  9(003).
           03  PRF1-TYPE       PIC  X(001).
           03  PRF1-REC-CNT    PIC  9(009).
           03  PRF1-BLANK-CNT  PIC  9(009).
           03  PRF1-LOW-CNT    PIC  9(009).
           03  PRF1-VALID-CNT  PIC  9(009).
           03  PRF1-INVALID-CNT PIC 9(009).
      *    *** 'P' 項目の合格値の合計・最小・最大 (小数点位置は
      *    *** 目録に無いため尺度なしの整数のまま)
           03  PRF1-SUM        PIC S9(018) SIGN LEADING SEPARATE.
           03  PRF1-MIN        PIC S9(017) SIGN LEADING SEPARATE.
           03  PRF1-MAX        PIC S9(017) SIGN LEADING SEPARATE.
      *    *** 'Y'=合計等を求めた 'N'=対象外 (パック以外・10バイト
      *    *** 以上) 'O'=合計が桁あふれ (最小・最大は有効)
           03  PRF1-SUM-SW     PIC  X(001).
      *    *** 'T'/'S' 項目の使用長 (末尾空白を除く長さ) の最小・最大
           03  PRF1-MIN-LEN    PIC  9(003).
           03  PRF1-MAX-LEN    PIC  9(003).
      *    *** 異なり値の数 ('Y'=数えた 'N'=対象外 (11バイト以上)
      *    *** 'O'=上限256を超えた)
           03  PRF1-DIST-CNT   PIC  9(003).
           03  PRF1-DIST-SW    PIC  X(001).
           03  PRF1-CR         PIC  X(001).
           03  PRF1-LF         PIC  X(001).

      *    *** 報告書1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
      *    *** TEST01 の起動パラメタのデータセット名
           03  CTL1-PRM1-F-NAME PIC  X(032).
      *    *** プロファイル・データセットの基底名 (".Gnnnnnnn" を付す)
           03  CTL1-PRF1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** プロファイルを作る世代番号 (0=最新の完了世代)
           03  CTL1-GEN-NBR     PIC  9(007).

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
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01F ".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
      *    *** POT1 の DD 名 (TEST01 のパラメタで上書き。世代付け前)
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "TEST01.POT1".
      *    *** GDG 世代番号索引データセットの DD 名 (TEST01 と同じ)
           03  WK-GDX1-F-NAME  PIC  X(032) VALUE "TEST01.GDGX".
      *    *** 世代完了マーカ・データセットの DD 名 (TEST01 と同じ)
           03  WK-GCM1-F-NAME  PIC  X(032) VALUE "TEST01.GCMP".
      *    *** TEST01 の起動パラメタの DD 名 (規定値)
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "TEST01.PARM".
      *    *** レイアウト目録データセットの DD 名 (固定、TEST01 と共用)
           03  WK-LAY1-F-NAME  PIC  X(032) VALUE "TEST01.LAYT".
      *    *** プロファイル・データセットの DD 名 (規定値。世代付け前)
           03  WK-PRF1-F-NAME  PIC  X(032) VALUE "TEST01.PROF".
      *    *** 報告書データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01F.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01F.PARM".

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
      *    *** GDG 世代付けを外した基底データセット名
           03  WK-POT1-GDG-BASE PIC X(032).
           03  WK-PRF1-GDG-BASE PIC X(032).

           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GDX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GCM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAY1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRF1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力 24=識別
      *    *** 28=サブルーチン 32=世代未完了 36=POT1 構造不整合)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 実行開始日時の控えと実行履歴用の書出し件数
           03  WK-START-TS     PIC  X(026) VALUE SPACE.
           03  WK-PRF1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 世代番号 (指定値・最新・完了済み) と世代名の編集域
           03  WK-REQ-GEN-NBR  BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-GEN-NBR BINARY-LONG SYNC VALUE ZERO.
           03  WK-GCM1-GEN-NBR BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-GEN-EDIT PIC 9(007).
      *    *** プロファイルの保存世代数 (POT1 と同じ。TEST01 の
      *    *** パラメタで上書き) と削除する旧世代
           03  WK-POT1-RETAIN  BINARY-LONG SYNC VALUE 3.
           03  WK-PRF1-OLD-GEN BINARY-LONG SYNC VALUE ZERO.
           03  WK-PRF1-OLD-NAME PIC X(032).
           03  WK-PRF1-DEL-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** TEST01 と同じレイアウト指定と世代の文字コード
           03  WK-PIN1-LAYOUT-SW PIC  X(001) VALUE "1".
           03  WK-PIN1-REC-LEN BINARY-LONG SYNC VALUE 16.
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

      *    *** 項目1件分の判定結果と判定用の作業域
           03  WK-VALID-SW     PIC  X(001) VALUE "Y".
           03  WK-NIB-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NIB-LO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BYTE-VAL     BINARY-LONG SYNC VALUE ZERO.
           03  WK-TRAIL-VAL    BINARY-LONG SYNC VALUE ZERO.
      *    *** パック10進数項目の値 (9バイト=17桁まで) と使用長
           03  WK-PK-VAL       PIC S9(017) COMP-3 VALUE ZERO.
           03  WK-USED-LEN     BINARY-LONG SYNC VALUE ZERO.
      *    *** 異なり値の照合キー (10バイトまでの項目を左詰め)
           03  WK-DST-KEY      PIC  X(010).

      *    *** 読込み件数 (全ファイル計)
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** ページ制御 (1ページの本文行数・現在行・ページ番号。
      *    *** 現在行は大きな初期値にして最初の1行で改ページさせる)
           03  WK-PAGE-LINES   BINARY-LONG SYNC VALUE 60.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 99.
           03  WK-PAGE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** POT1 世代のヘッダ・セクションを読込む間のカウンタ
           03  WK-POT1-SEC-CNT BINARY-LONG SYNC VALUE ZERO.

       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

      *    *** 項目表 (目録規則1件=1項目。目録が無いレイアウトは
      *    *** TEST01 の組込み検証と同じ範囲を項目とする)
       01  FIELD-AREA.
           03  WK-FLD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-IDX      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FLD-ENTRY    OCCURS 8 TIMES.
               05  WK-FLD-OFFSET BINARY-LONG SYNC.
               05  WK-FLD-LEN  BINARY-LONG SYNC.
               05  WK-FLD-TYPE PIC  X(001).
               05  WK-FLD-BLANK-CNT   PIC 9(009) BINARY.
               05  WK-FLD-LOW-CNT     PIC 9(009) BINARY.
               05  WK-FLD-VALID-CNT   PIC 9(009) BINARY.
               05  WK-FLD-INVALID-CNT PIC 9(009) BINARY.
               05  WK-FLD-SUM  PIC S9(018) COMP-3.
               05  WK-FLD-MIN  PIC S9(017) COMP-3.
               05  WK-FLD-MAX  PIC S9(017) COMP-3.
      *    *** 'Y'=合計を求める 'N'=対象外 'O'=合計が桁あふれ
               05  WK-FLD-SUM-SW    PIC X(001).
      *    *** 'Y'=最小・最大に1件以上の値が入った
               05  WK-FLD-MINMAX-SW PIC X(001).
               05  WK-FLD-MIN-LEN BINARY-LONG SYNC.
               05  WK-FLD-MAX-LEN BINARY-LONG SYNC.
               05  WK-FLD-DIST-CNT BINARY-LONG SYNC.
      *    *** 'Y'=異なり値を数える 'N'=対象外 'O'=上限を超えた
               05  WK-FLD-DIST-SW  PIC X(001).

      *    *** 異なり値の表 (項目ごとに最大256値)
       01  DISTINCT-AREA.
           03  WK-DST-FLD      OCCURS 8 TIMES.
               05  WK-DST-VAL  OCCURS 256 TIMES
                               PIC  X(010).

      *    *** POT1 世代の入力ファイル別セクション (ファイル名と
      *    *** TEST01 が読んだ件数) と今回読んだ件数
       01  PINF-LIST-AREA.
           03  WK-PINF-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PINF-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-PINF-ENTRY   OCCURS 64 TIMES.
               05  WK-PINF-NAME PIC  X(032).
               05  WK-PINF-RECS PIC  9(009) BINARY.
               05  WK-PINF-ACT  PIC  9(009) BINARY.

      *    *** POT1-F から1バイトずつ読込む共通作業域 (最大の
      *    *** セクション・レコードの54バイトに合わせる)
       01  WK-POT1-RAW         PIC  X(054).
       01  WK-POT1-RAW-LEN     BINARY-LONG SYNC VALUE ZERO.
       01  WK-POT1-RAW-IDX     BINARY-LONG SYNC VALUE ZERO.

      *    *** TEST01 の POT1-F と同一レイアウト (ヘッダ/セクション)
       01  POT1-HDR-REC.
           03  POT1-HDR-ID     PIC  X(001).
           03  POT1-HDR-DATETIME PIC X(026).
           03  POT1-HDR-PIN1-CNT PIC 9(009).
           03  POT1-HDR-FILE-CNT PIC 9(003).
           03  POT1-HDR-ENCODING PIC X(001).

       01  POT1-SEC-REC.
           03  POT1-SEC-ID     PIC  X(001).
           03  POT1-SEC-F-NAME PIC  X(032).
           03  POT1-SEC-PIN1-CNT PIC 9(009).
           03  POT1-SEC-BYTE-CNT PIC 9(012).

      *    *** PIN1 1レコード分の作業領域 (翻訳後の姿。文字項目の
      *    *** 判定はこちらで行う)
       01  PIN1-REC            PIC  X(040).
       01  PIN1-BYTES          REDEFINES PIN1-REC.
           03  PIN1-BYTE       OCCURS 40
                               PIC  X(001).

      *    *** 到着したままの生レコード (パック10進数項目は翻訳前の
      *    *** バイト列でなければ値にならないため、こちらで判定する)
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

      *    *** 報告書の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01F  ".
           03  FILLER          PIC  X(024) VALUE
               "FIELD PROFILE REPORT    ".
           03  FILLER          PIC  X(006) VALUE "  GEN ".
           03  PRT-HEAD-GEN    PIC  9(007).
           03  FILLER          PIC  X(006) VALUE "  RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(042) VALUE SPACE.

       01  PRT-RUN-LINE.
           03  FILLER          PIC  X(015) VALUE "GENERATION RUN ".
           03  PRT-RUN-DATETIME PIC X(026).
           03  FILLER          PIC  X(009) VALUE "  LAYOUT ".
           03  PRT-RUN-LAYOUT  PIC  X(001).
           03  FILLER          PIC  X(016) VALUE
               "  RECORD LENGTH ".
           03  PRT-RUN-LEN     PIC  9(003).
           03  FILLER          PIC  X(008) VALUE "  FILES ".
           03  PRT-RUN-FILES   PIC  9(003).
           03  FILLER          PIC  X(010) VALUE "  RECORDS ".
           03  PRT-RUN-RECS    PIC  9(009).
           03  FILLER          PIC  X(011) VALUE "  ENCODING ".
           03  PRT-RUN-ENCODING PIC X(001).
           03  FILLER          PIC  X(020) VALUE SPACE.

       01  PRT-FILE-LINE.
           03  FILLER          PIC  X(005) VALUE "FILE ".
           03  PRT-FILE-NAME   PIC  X(032).
           03  FILLER          PIC  X(010) VALUE "  RECORDS ".
           03  PRT-FILE-RECS   PIC  9(009).
           03  FILLER          PIC  X(076) VALUE SPACE.

       01  PRT-FLD-LINE.
           03  FILLER          PIC  X(004) VALUE "FLD ".
           03  PRT-FLD-NBR     PIC  9(002).
           03  FILLER          PIC  X(006) VALUE "  POS ".
           03  PRT-FLD-POS     PIC  9(003).
           03  FILLER          PIC  X(005) VALUE " LEN ".
           03  PRT-FLD-LEN     PIC  9(003).
           03  FILLER          PIC  X(006) VALUE " TYPE ".
           03  PRT-FLD-TYPE    PIC  X(001).
           03  FILLER          PIC  X(008) VALUE "  BLANK ".
           03  PRT-FLD-BLANK   PIC  9(009).
           03  FILLER          PIC  X(012) VALUE "  LOW-VALUE ".
           03  PRT-FLD-LOW     PIC  9(009).
           03  FILLER          PIC  X(008) VALUE "  VALID ".
           03  PRT-FLD-VALID   PIC  9(009).
           03  FILLER          PIC  X(010) VALUE "  INVALID ".
           03  PRT-FLD-INVALID PIC  9(009).
           03  FILLER          PIC  X(011) VALUE "  DISTINCT ".
           03  PRT-FLD-DIST    PIC  ZZZ9.
           03  PRT-FLD-DIST-X  REDEFINES PRT-FLD-DIST
                               PIC  X(004).
      *    *** '+'=異なり値が上限 (256) を超えた
           03  PRT-FLD-DIST-OVF PIC X(001).
           03  FILLER          PIC  X(012) VALUE SPACE.

       01  PRT-PK-LINE.
           03  FILLER          PIC  X(008) VALUE SPACE.
           03  FILLER          PIC  X(004) VALUE "SUM ".
           03  PRT-PK-SUM      PIC  -(18)9.
           03  FILLER          PIC  X(006) VALUE "  MIN ".
           03  PRT-PK-MIN      PIC  -(17)9.
           03  FILLER          PIC  X(006) VALUE "  MAX ".
           03  PRT-PK-MAX      PIC  -(17)9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-PK-NOTE     PIC  X(020).
           03  FILLER          PIC  X(031) VALUE SPACE.

       01  PRT-TXT-LINE.
           03  FILLER          PIC  X(008) VALUE SPACE.
           03  FILLER          PIC  X(016) VALUE "MIN LENGTH USED ".
           03  PRT-TXT-MIN     PIC  ZZ9.
           03  FILLER          PIC  X(018) VALUE
               "  MAX LENGTH USED ".
           03  PRT-TXT-MAX     PIC  ZZ9.
           03  FILLER          PIC  X(084) VALUE SPACE.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 世代の入力ファイルを順に読み、項目別に集計する
           PERFORM VARYING WK-PINF-IDX FROM 1 BY 1
                   UNTIL   WK-PINF-IDX > WK-PINF-CNT
                   PERFORM S020-10     THRU    S020-EX
           END-PERFORM

      *    *** プロファイル・データセットと報告書の書出し
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
                   DISPLAY "TEST01F INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    "S004-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    WK-POT1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-POT1-F-NAME
           MOVE    WK-GDX1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GDX1-F-NAME
           MOVE    WK-GCM1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GCM1-F-NAME
      *    *** 自プログラムの起動パラメタで名前を明示したときは
      *    *** そのまま使う
           IF      WK-PRF1-F-NAME = "TEST01.PROF"
                   MOVE    WK-PRF1-F-NAME TO   WK-FEED-NAME
                   PERFORM S003-10     THRU    S003-EX
                   MOVE    WK-FEED-NAME TO     WK-PRF1-F-NAME
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
                           IF  CTL1-PRM1-F-NAME NOT = SPACE
                               MOVE CTL1-PRM1-F-NAME TO WK-PRM1-F-NAME
                           END-IF
                           IF  CTL1-PRF1-F-NAME NOT = SPACE
                               MOVE CTL1-PRF1-F-NAME TO WK-PRF1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-GEN-NBR NUMERIC
                               MOVE CTL1-GEN-NBR TO WK-REQ-GEN-NBR
                           END-IF
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る
                           DISPLAY "TEST01F CTL1-F READ ERROR STATUS="
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

      *    *** TEST01 の起動パラメタ読込み。無ければ TEST01 の規定値
      *    *** のまま
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
                           IF  PRM1-POT1-F-NAME NOT = SPACE
                               MOVE PRM1-POT1-F-NAME TO WK-POT1-F-NAME
                           END-IF
                           IF  PRM1-LAYOUT-SW   NOT = SPACE
                               MOVE PRM1-LAYOUT-SW TO WK-PIN1-LAYOUT-SW
                           END-IF
                           IF  PRM1-POT1-RETAIN NUMERIC
                               AND PRM1-POT1-RETAIN NOT = ZERO
                               MOVE PRM1-POT1-RETAIN TO WK-POT1-RETAIN
                           END-IF
                   ELSE
                           DISPLAY "TEST01F PRM1-F READ ERROR STATUS="
                                   WK-PRM1-STATUS
                           MOVE    "S006-10"   TO      WK-ERR-PARA
                           MOVE    WK-PRM1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   PRM1-F
           END-IF

      *    *** レイアウト・スイッチから実レコード長を決定 (TEST01 の
      *    *** S007-10 と同じ規則)
           IF      WK-PIN1-LAYOUT-SW = "2"
              OR   WK-PIN1-LAYOUT-SW = "3"
                   MOVE    40          TO      WK-PIN1-REC-LEN
           ELSE
                   MOVE    16          TO      WK-PIN1-REC-LEN
           END-IF
           .
       S006-EX.
           EXIT.

      *    *** レイアウト目録の読込み。目録データセットが無い、または
      *    *** 該当コードが無ければ組込みレイアウトのまま。誤った目録
      *    *** は TEST01 と同じくパラメタ誤りとして打切る
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
                   DISPLAY "TEST01F LAY1-F RECORD LENGTH ERROR CODE='"
                           LAY1-CODE "' LEN=" LAY1-REC-LEN
                   MOVE    "S007A-10"  TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      LAY1-RULE-CNT = ZERO
               OR  LAY1-RULE-CNT > 8
                   DISPLAY "TEST01F LAY1-F RULE COUNT ERROR CODE='"
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
                           DISPLAY "TEST01F LAY1-F RULE RANGE ERROR "
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
                           DISPLAY "TEST01F LAY1-F RULE TYPE ERROR "
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

      *    *** 項目表の作成。目録採用時は規則1件を1項目とし、そう
      *    *** でなければ TEST01 の組込み検証の範囲 ('1'=全16 が文字
      *    *** '2'=1-20 が任意・21-40 が SJIS '3'=全40 がパック) を
      *    *** 項目とする
       S008-10.
           IF      WK-LAY-FOUND-SW = "Y"
                   MOVE    WK-LAY-RULE-CNT TO  WK-FLD-CNT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL   I > WK-FLD-CNT
                           MOVE    WK-LAY-OFFSET (I) TO
                                   WK-FLD-OFFSET (I)
                           MOVE    WK-LAY-LEN (I) TO  WK-FLD-LEN (I)
                           MOVE    WK-LAY-TYPE (I) TO WK-FLD-TYPE (I)
                   END-PERFORM
           ELSE
               IF  WK-PIN1-LAYOUT-SW = "3"
                   MOVE    1           TO      WK-FLD-CNT
                   MOVE    1           TO      WK-FLD-OFFSET (1)
                   MOVE    40          TO      WK-FLD-LEN (1)
                   MOVE    "P"         TO      WK-FLD-TYPE (1)
               ELSE
                   IF  WK-PIN1-LAYOUT-SW = "2"
                       MOVE    2           TO      WK-FLD-CNT
                       MOVE    1           TO      WK-FLD-OFFSET (1)
                       MOVE    20          TO      WK-FLD-LEN (1)
                       MOVE    "B"         TO      WK-FLD-TYPE (1)
                       MOVE    21          TO      WK-FLD-OFFSET (2)
                       MOVE    20          TO      WK-FLD-LEN (2)
                       MOVE    "S"         TO      WK-FLD-TYPE (2)
                   ELSE
                       MOVE    1           TO      WK-FLD-CNT
                       MOVE    1           TO      WK-FLD-OFFSET (1)
                       MOVE    WK-PIN1-REC-LEN TO  WK-FLD-LEN (1)
                       MOVE    "T"         TO      WK-FLD-TYPE (1)
                   END-IF
               END-IF
           END-IF

      *    *** 集計域の初期化 (合計はパック10進数の9バイト=17桁
      *    *** までの項目、異なり値は10バイトまでの項目が対象)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-FLD-CNT
                   MOVE    ZERO        TO      WK-FLD-BLANK-CNT (I)
                   MOVE    ZERO        TO      WK-FLD-LOW-CNT (I)
                   MOVE    ZERO        TO      WK-FLD-VALID-CNT (I)
                   MOVE    ZERO        TO      WK-FLD-INVALID-CNT (I)
                   MOVE    ZERO        TO      WK-FLD-SUM (I)
                   MOVE    ZERO        TO      WK-FLD-MIN (I)
                   MOVE    ZERO        TO      WK-FLD-MAX (I)
                   MOVE    "N"         TO      WK-FLD-MINMAX-SW (I)
                   MOVE    999         TO      WK-FLD-MIN-LEN (I)
                   MOVE    ZERO        TO      WK-FLD-MAX-LEN (I)
                   MOVE    ZERO        TO      WK-FLD-DIST-CNT (I)
                   IF      WK-FLD-TYPE (I) = "P"
                       AND WK-FLD-LEN (I) NOT > 9
                           MOVE    "Y"         TO  WK-FLD-SUM-SW (I)
                   ELSE
                           MOVE    "N"         TO  WK-FLD-SUM-SW (I)
                   END-IF
                   IF      WK-FLD-LEN (I) NOT > 10
                           MOVE    "Y"         TO  WK-FLD-DIST-SW (I)
                   ELSE
                           MOVE    "N"         TO  WK-FLD-DIST-SW (I)
                   END-IF
           END-PERFORM
           .
       S008-EX.
           EXIT.

      *    *** OPEN
       S010-10.
           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01F DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-START-TS

      *    *** 起動パラメタ制御レコードの読込み (無ければ規定値のまま)
           PERFORM S005-10     THRU    S005-EX

      *    *** TEST01 の起動パラメタ・レイアウト目録の読込みと
      *    *** 項目表の作成
           PERFORM S006-10     THRU    S006-EX
           PERFORM S007-10     THRU    S007-EX
           PERFORM S008-10     THRU    S008-EX

      *    *** EBCDIC -> ASCII 逆引き表の作成
           PERFORM S012-10     THRU    S012-EX

      *    *** 世代番号の解決と完了確認
           PERFORM S013-10     THRU    S013-EX

      *    *** POT1 世代のヘッダ・入力ファイル別セクション読込み
           PERFORM S015-10     THRU    S015-EX
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

      *    *** 世代番号の解決。指定が無ければ GDX1-F の最新世代。
      *    *** 世代完了マーカより新しい世代は TEST01 が書いている
      *    *** 途中 (または異常終了後) とみなし戻り値32で打切る
      *    *** (TEST01R の S006-10 と同じ判定)
       S013-10.
           MOVE    WK-POT1-F-NAME TO    WK-POT1-GDG-BASE
           MOVE    WK-PRF1-F-NAME TO    WK-PRF1-GDG-BASE

           OPEN    INPUT       GDX1-F
           IF      WK-GDX1-STATUS =    ZERO
                   READ    GDX1-F
                   IF      WK-GDX1-STATUS =    ZERO
                           MOVE GDX1-GEN-NBR TO WK-POT1-GEN-NBR
                   END-IF
                   CLOSE   GDX1-F
           END-IF

           IF      WK-REQ-GEN-NBR > ZERO
                   MOVE    WK-REQ-GEN-NBR TO   WK-POT1-GEN-NBR
           END-IF
           IF      WK-POT1-GEN-NBR =   ZERO
                   DISPLAY "TEST01F NO POT1 GENERATION"
                   MOVE    "S013-10"   TO      WK-ERR-PARA
                   MOVE    WK-GDX1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           OPEN    INPUT       GCM1-F
           IF      WK-GCM1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F GENERATION COMPLETE MARKER "
                           "NOT FOUND STATUS=" WK-GCM1-STATUS
                   MOVE    "S013-10"   TO      WK-ERR-PARA
                   MOVE    WK-GCM1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    32          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           READ    GCM1-F
           IF      WK-GCM1-STATUS =    ZERO
                   MOVE    GCM1-GEN-NBR TO     WK-GCM1-GEN-NBR
           END-IF
           CLOSE   GCM1-F
           IF      WK-GCM1-STATUS NOT =  ZERO
               OR  WK-GCM1-GEN-NBR < WK-POT1-GEN-NBR
                   DISPLAY "TEST01F GENERATION " WK-POT1-GEN-NBR
                           " NOT COMPLETE (LAST COMPLETE="
                           WK-GCM1-GEN-NBR ")"
                   MOVE    "S013-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    32          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    WK-POT1-GEN-NBR TO  WK-POT1-GEN-EDIT
           MOVE    SPACE       TO      WK-POT1-F-NAME
           STRING  WK-POT1-GDG-BASE    DELIMITED BY SPACE
                   ".G"                DELIMITED BY SIZE
                   WK-POT1-GEN-EDIT    DELIMITED BY SIZE
                   INTO WK-POT1-F-NAME
           MOVE    SPACE       TO      WK-PRF1-F-NAME
           STRING  WK-PRF1-GDG-BASE    DELIMITED BY SPACE
                   ".G"                DELIMITED BY SIZE
                   WK-POT1-GEN-EDIT    DELIMITED BY SIZE
                   INTO WK-PRF1-F-NAME
           .
       S013-EX.
           EXIT.

      *    *** POT1 世代のヘッダ (40バイト) と入力ファイル別セク
      *    *** ション (1件54バイト、件数はヘッダが持つ) を読み、
      *    *** プロファイルする入力ファイルの一覧を作る。明細以降は
      *    *** 読まない
       S015-10.
           OPEN    INPUT       POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " FILE=" WK-POT1-F-NAME
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    WK-POT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    40          TO      WK-POT1-RAW-LEN
           PERFORM S016-10     THRU    S016-EX
           MOVE    WK-POT1-RAW (1:40) TO    POT1-HDR-REC
           IF      POT1-HDR-ID NOT =   "H"
               OR  POT1-HDR-FILE-CNT NOT NUMERIC
               OR  POT1-HDR-FILE-CNT > 64
                   DISPLAY "TEST01F POT1 HEADER ERROR ID='"
                           POT1-HDR-ID "' FILES=" POT1-HDR-FILE-CNT
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      POT1-HDR-ENCODING = "E"
                   MOVE    "E"         TO      WK-ENCODING-SW
           ELSE
                   MOVE    "A"         TO      WK-ENCODING-SW
           END-IF

           MOVE    ZERO        TO      WK-PINF-CNT
           PERFORM VARYING WK-POT1-SEC-CNT FROM 1 BY 1
                   UNTIL   WK-POT1-SEC-CNT > POT1-HDR-FILE-CNT
                   MOVE    54          TO      WK-POT1-RAW-LEN
                   PERFORM S016-10     THRU    S016-EX
                   MOVE    WK-POT1-RAW (1:54) TO    POT1-SEC-REC
                   IF      POT1-SEC-ID NOT =   "S"
                           DISPLAY "TEST01F POT1 SECTION ID ERROR "
                                   "ACTUAL='" POT1-SEC-ID "'"
                           MOVE    "S015-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    36          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-PINF-CNT
                   MOVE    POT1-SEC-F-NAME TO
                           WK-PINF-NAME (WK-PINF-CNT)
                   MOVE    POT1-SEC-PIN1-CNT TO
                           WK-PINF-RECS (WK-PINF-CNT)
                   MOVE    ZERO        TO
                           WK-PINF-ACT (WK-PINF-CNT)
           END-PERFORM
           CLOSE   POT1-F
           .
       S015-EX.
           EXIT.

      *    *** WK-POT1-RAW-LEN バイト分を POT1-F から1バイトずつ
      *    *** 読進めて WK-POT1-RAW に複写する (TEST01R の S013-10
      *    *** と同じ)
       S016-10.
           PERFORM VARYING WK-POT1-RAW-IDX FROM 1 BY 1
                   UNTIL   WK-POT1-RAW-IDX > WK-POT1-RAW-LEN
                   READ    POT1-F
                   IF      WK-POT1-STATUS NOT =  ZERO
                           DISPLAY "TEST01F POT1-F READ ERROR STATUS="
                                   WK-POT1-STATUS
                           MOVE    "S016-10"   TO      WK-ERR-PARA
                           MOVE    WK-POT1-STATUS
                                   TO      WK-ERR-STATUS
      *    *** 途中で尽きる (ステータス10) のは切詰められた世代の
      *    *** 構造不整合として区別する
                           IF      WK-POT1-STATUS = 10
                                   MOVE    36  TO      WK-ERR-RC
                           ELSE
                                   MOVE    16  TO      WK-ERR-RC
                           END-IF
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   MOVE    POT1-BYTE-REC TO
                           WK-POT1-RAW (WK-POT1-RAW-IDX:1)
           END-PERFORM
           .
       S016-EX.
           EXIT.

      *    *** 入力ファイル1本分の読込み (WK-PINF-IDX 本目)。先頭の
      *    *** 識別レコード (レイアウト '2') は TEST01 と同じく集計
      *    *** 対象外。読んだ件数が世代のセクションの件数と合わない
      *    *** ときは、世代を作った後に入力が差替えられたとみなして
      *    *** 戻り値24で打切る (別の中身のプロファイルを世代に
      *    *** 結付けないため)
       S020-10.
           MOVE    WK-PINF-NAME (WK-PINF-IDX) TO WK-PIN1-F-NAME
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF

           IF      WK-PIN1-REC-LEN = 40
                   OPEN    INPUT       PIN1-F2
           ELSE
                   OPEN    INPUT       PIN1-F
           END-IF
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F PIN1-F OPEN ERROR STATUS="
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

           IF      WK-PINF-ACT (WK-PINF-IDX) NOT =
                   WK-PINF-RECS (WK-PINF-IDX)
                   DISPLAY "TEST01F PIN1-F RECORD COUNT MISMATCH FILE="
                           WK-PIN1-F-NAME
                   DISPLAY "TEST01F   GENERATION="
                           WK-PINF-RECS (WK-PINF-IDX)
                           " ACTUAL=" WK-PINF-ACT (WK-PINF-IDX)
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    24          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** PIN1 1レコード読込み (実レコード長により実ファイルを
      *    *** 切替える)。生の姿を PIN1-RAW-REC に残し、EBCDIC 入力
      *    *** なら PIN1-REC を ASCII へ翻訳する
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
                   DISPLAY "TEST01F PIN1-F READ ERROR STATUS="
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

      *    *** データ・レコード1件分の集計 (項目ごとに S030-10)
       S022-10.
           ADD     1           TO      WK-PIN1-CNT
           ADD     1           TO      WK-PINF-ACT (WK-PINF-IDX)

           PERFORM VARYING WK-FLD-IDX FROM 1 BY 1
                   UNTIL   WK-FLD-IDX > WK-FLD-CNT
                   PERFORM S030-10     THRU    S030-EX
           END-PERFORM
           .
       S022-EX.
           EXIT.

      *    *** 項目1件分の集計。空白・LOW-VALUE は翻訳後の姿で
      *    *** 判定し、合否は型別に TEST01 と同じ規則で判定する
      *    *** ('B'=任意バイトは常に合格)
       S030-10.
           MOVE    WK-FLD-OFFSET (WK-FLD-IDX) TO WK-CHK-BEG
           COMPUTE WK-CHK-END = WK-FLD-OFFSET (WK-FLD-IDX)
                   + WK-FLD-LEN (WK-FLD-IDX) - 1

           IF      PIN1-REC (WK-CHK-BEG:WK-FLD-LEN (WK-FLD-IDX))
                   = SPACE
                   ADD     1           TO
                           WK-FLD-BLANK-CNT (WK-FLD-IDX)
           END-IF
           IF      PIN1-REC (WK-CHK-BEG:WK-FLD-LEN (WK-FLD-IDX))
                   = LOW-VALUE
                   ADD     1           TO
                           WK-FLD-LOW-CNT (WK-FLD-IDX)
           END-IF

           MOVE    "Y"         TO      WK-VALID-SW
           IF      WK-FLD-TYPE (WK-FLD-IDX) = "P"
                   PERFORM S033-10     THRU    S033-EX
           ELSE
               IF  WK-FLD-TYPE (WK-FLD-IDX) = "S"
                   PERFORM S034-10     THRU    S034-EX
               ELSE
                   IF  WK-FLD-TYPE (WK-FLD-IDX) = "T"
                       PERFORM S035-10     THRU    S035-EX
                   END-IF
               END-IF
           END-IF

           IF      WK-VALID-SW = "Y"
                   ADD     1           TO
                           WK-FLD-VALID-CNT (WK-FLD-IDX)
                   IF      WK-FLD-TYPE (WK-FLD-IDX) = "P"
                       AND WK-FLD-SUM-SW (WK-FLD-IDX) NOT = "N"
                           PERFORM S036-10     THRU    S036-EX
                   END-IF
           ELSE
                   ADD     1           TO
                           WK-FLD-INVALID-CNT (WK-FLD-IDX)
           END-IF

           IF      WK-FLD-TYPE (WK-FLD-IDX) = "T"
              OR   WK-FLD-TYPE (WK-FLD-IDX) = "S"
                   PERFORM S031-10     THRU    S031-EX
           END-IF

           IF      WK-FLD-DIST-SW (WK-FLD-IDX) = "Y"
                   PERFORM S032-10     THRU    S032-EX
           END-IF
           .
       S030-EX.
           EXIT.

      *    *** 文字項目の使用長 (末尾の空白を除いた長さ) の最小・最大
       S031-10.
           PERFORM VARYING J FROM WK-CHK-END BY -1
                   UNTIL   J < WK-CHK-BEG
                   OR      PIN1-BYTE (J) NOT = SPACE
                   CONTINUE
           END-PERFORM
           COMPUTE WK-USED-LEN = J - WK-CHK-BEG + 1

           IF      WK-USED-LEN < WK-FLD-MIN-LEN (WK-FLD-IDX)
                   MOVE    WK-USED-LEN TO  WK-FLD-MIN-LEN (WK-FLD-IDX)
           END-IF
           IF      WK-USED-LEN > WK-FLD-MAX-LEN (WK-FLD-IDX)
                   MOVE    WK-USED-LEN TO  WK-FLD-MAX-LEN (WK-FLD-IDX)
           END-IF
           .
       S031-EX.
           EXIT.

      *    *** 異なり値の計数 (10バイトまでの項目。パック10進数は
      *    *** 生のバイト列で照合する)。上限256を超えたら以後は
      *    *** 数えず、上限超えとして報告する
       S032-10.
           MOVE    SPACE       TO      WK-DST-KEY
           IF      WK-FLD-TYPE (WK-FLD-IDX) = "P"
                   MOVE    PIN1-RAW-REC
                           (WK-CHK-BEG:WK-FLD-LEN (WK-FLD-IDX))
                           TO      WK-DST-KEY
           ELSE
                   MOVE    PIN1-REC
                           (WK-CHK-BEG:WK-FLD-LEN (WK-FLD-IDX))
                           TO      WK-DST-KEY
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL   K > WK-FLD-DIST-CNT (WK-FLD-IDX)
                   OR      WK-DST-VAL (WK-FLD-IDX K) = WK-DST-KEY
                   CONTINUE
           END-PERFORM

           IF      K > WK-FLD-DIST-CNT (WK-FLD-IDX)
                   IF      WK-FLD-DIST-CNT (WK-FLD-IDX) < 256
                           ADD     1           TO
                                   WK-FLD-DIST-CNT (WK-FLD-IDX)
                           MOVE    WK-DST-KEY  TO
                                   WK-DST-VAL (WK-FLD-IDX K)
                   ELSE
                           MOVE    "O"         TO
                                   WK-FLD-DIST-SW (WK-FLD-IDX)
                   END-IF
           END-IF
           .
       S032-EX.
           EXIT.

      *    *** パック10進数項目の検証 (TEST01 の S027-10 と同じ規則:
      *    *** 最終バイト以外は両ニブルが0-9、最終バイトは上位が0-9
      *    *** で下位が符号 A-F)。生のバイト列で判定し、合計対象の
      *    *** 項目なら同時に値を組立てる (符号 B/D は負)
       S033-10.
           MOVE    ZERO        TO      WK-PK-VAL
           PERFORM VARYING J FROM WK-CHK-BEG BY 1
                   UNTIL   J > WK-CHK-END
                   OR      WK-VALID-SW = "N"
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-RAW-BYTE (J) TO PIC-X
                   DIVIDE  PIC-Halfword BY 16  GIVING  WK-NIB-HI
                                           REMAINDER   WK-NIB-LO
                   IF      WK-NIB-HI > 9
                           MOVE    "N"         TO      WK-VALID-SW
                   ELSE
                       IF  J < WK-CHK-END
                           IF  WK-NIB-LO > 9
                               MOVE    "N"     TO      WK-VALID-SW
                           ELSE
                               IF  WK-FLD-SUM-SW (WK-FLD-IDX) NOT = "N"
                                   COMPUTE WK-PK-VAL = WK-PK-VAL * 100
                                           + WK-NIB-HI * 10 + WK-NIB-LO
                               END-IF
                           END-IF
                       ELSE
                           IF  WK-NIB-LO < 10
                               MOVE    "N"     TO      WK-VALID-SW
                           ELSE
                               IF  WK-FLD-SUM-SW (WK-FLD-IDX) NOT = "N"
                                   COMPUTE WK-PK-VAL = WK-PK-VAL * 10
                                           + WK-NIB-HI
                                   IF  WK-NIB-LO = 11
                                    OR WK-NIB-LO = 13
                                       COMPUTE WK-PK-VAL =
                                               ZERO - WK-PK-VAL
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           .
       S033-EX.
           EXIT.

      *    *** SJIS 混在項目の検証 (TEST01 の S028-10 と同じ規則)
       S034-10.
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
                               END-IF
                           END-IF
                       ELSE
                           MOVE    "N"         TO      WK-VALID-SW
                       END-IF
                   END-IF
           END-PERFORM
           .
       S034-EX.
           EXIT.

      *    *** 印字可能文字項目の検証 (TEST01 の S029-10 と同じ規則)
       S035-10.
           PERFORM VARYING J FROM WK-CHK-BEG BY 1
                   UNTIL   J > WK-CHK-END
                   OR      WK-VALID-SW = "N"
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   IF      PIC-Halfword < 32
                     OR    PIC-Halfword > 126
                           MOVE    "N"         TO      WK-VALID-SW
                   END-IF
           END-PERFORM
           .
       S035-EX.
           EXIT.

      *    *** パック10進数項目の合計・最小・最大 (合計が桁あふれ
      *    *** したら以後は合計せず 'O' を立てる。最小・最大は続ける)
       S036-10.
           IF      WK-FLD-SUM-SW (WK-FLD-IDX) = "Y"
                   ADD     WK-PK-VAL   TO      WK-FLD-SUM (WK-FLD-IDX)
                           ON SIZE ERROR
                           MOVE    "O"         TO
                                   WK-FLD-SUM-SW (WK-FLD-IDX)
                   END-ADD
           END-IF

           IF      WK-FLD-MINMAX-SW (WK-FLD-IDX) = "N"
                   MOVE    WK-PK-VAL   TO      WK-FLD-MIN (WK-FLD-IDX)
                   MOVE    WK-PK-VAL   TO      WK-FLD-MAX (WK-FLD-IDX)
                   MOVE    "Y"         TO
                           WK-FLD-MINMAX-SW (WK-FLD-IDX)
           ELSE
                   IF      WK-PK-VAL < WK-FLD-MIN (WK-FLD-IDX)
                           MOVE    WK-PK-VAL   TO
                                   WK-FLD-MIN (WK-FLD-IDX)
                   END-IF
                   IF      WK-PK-VAL > WK-FLD-MAX (WK-FLD-IDX)
                           MOVE    WK-PK-VAL   TO
                                   WK-FLD-MAX (WK-FLD-IDX)
                   END-IF
           END-IF
           .
       S036-EX.
           EXIT.

      *    *** プロファイル・データセットと報告書の書出し。読込みが
      *    *** すべて終って件数の照合が済んでから作る (照合で打切った
      *    *** ときに半端なプロファイルを世代に残さないため)
       S040-10.
           OPEN    OUTPUT      PRF1-F
           IF      WK-PRF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F PRF1-F OPEN ERROR STATUS="
                           WK-PRF1-STATUS
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    WK-PRF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F RPT1-F OPEN ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    WK-POT1-GEN-NBR TO  PRT-HEAD-GEN
           MOVE    WK-START-TS TO      PRT-HEAD-DATETIME

      *    *** 世代の実行情報と入力ファイル別件数
           MOVE    POT1-HDR-DATETIME TO PRT-RUN-DATETIME
           MOVE    WK-PIN1-LAYOUT-SW TO PRT-RUN-LAYOUT
           MOVE    WK-PIN1-REC-LEN TO  PRT-RUN-LEN
           MOVE    WK-PINF-CNT TO      PRT-RUN-FILES
           MOVE    WK-PIN1-CNT TO      PRT-RUN-RECS
           MOVE    WK-ENCODING-SW TO   PRT-RUN-ENCODING
           MOVE    PRT-RUN-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    SPACE       TO      WK-PRT-LINE
           IF      WK-LAY-FOUND-SW = "Y"
                   MOVE    "FIELDS FROM LAYOUT CATALOG" TO
                           WK-PRT-LINE (1:26)
           ELSE
                   MOVE    "FIELDS FROM BUILT-IN LAYOUT CHECKS" TO
                           WK-PRT-LINE (1:34)
           END-IF
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-PINF-CNT
                   MOVE    WK-PINF-NAME (I) TO PRT-FILE-NAME
                   MOVE    WK-PINF-ACT (I) TO  PRT-FILE-RECS
                   MOVE    PRT-FILE-LINE TO    WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-PERFORM

           PERFORM VARYING WK-FLD-IDX FROM 1 BY 1
                   UNTIL   WK-FLD-IDX > WK-FLD-CNT
                   PERFORM S041-10     THRU    S041-EX
           END-PERFORM

           CLOSE   PRF1-F
           IF      WK-PRF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F PRF1-F CLOSE ERROR STATUS="
                           WK-PRF1-STATUS
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    WK-PRF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 最新世代を作ったときは保存世代数を超えた古い世代の
      *    *** プロファイルを削除する (POT1 と同じ保存世代数)
           IF      WK-REQ-GEN-NBR =    ZERO
               AND WK-POT1-GEN-NBR > WK-POT1-RETAIN
                   COMPUTE WK-PRF1-OLD-GEN =
                           WK-POT1-GEN-NBR - WK-POT1-RETAIN
                   MOVE    WK-PRF1-OLD-GEN TO WK-POT1-GEN-EDIT
                   MOVE    SPACE TO WK-PRF1-OLD-NAME
                   STRING  WK-PRF1-GDG-BASE DELIMITED BY SPACE
                           ".G"             DELIMITED BY SIZE
                           WK-POT1-GEN-EDIT DELIMITED BY SIZE
                           INTO WK-PRF1-OLD-NAME
                   CALL "CBL_DELETE_FILE" USING
                           WK-PRF1-OLD-NAME
                           RETURNING WK-PRF1-DEL-STATUS
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 項目1件分のプロファイル・レコード書出しと印字
       S041-10.
           MOVE    SPACE       TO      PRF1-REC
           MOVE    WK-POT1-GEN-NBR TO  PRF1-GEN-NBR
           MOVE    POT1-HDR-DATETIME TO PRF1-RUN-TS
           MOVE    WK-PIN1-LAYOUT-SW TO PRF1-LAYOUT
           MOVE    WK-FLD-IDX  TO      PRF1-FLD-NBR
           MOVE    WK-FLD-OFFSET (WK-FLD-IDX) TO PRF1-OFFSET
           MOVE    WK-FLD-LEN (WK-FLD-IDX) TO PRF1-LEN
           MOVE    WK-FLD-TYPE (WK-FLD-IDX) TO PRF1-TYPE
           MOVE    WK-PIN1-CNT TO      PRF1-REC-CNT
           MOVE    WK-FLD-BLANK-CNT (WK-FLD-IDX) TO PRF1-BLANK-CNT
           MOVE    WK-FLD-LOW-CNT (WK-FLD-IDX) TO PRF1-LOW-CNT
           MOVE    WK-FLD-VALID-CNT (WK-FLD-IDX) TO PRF1-VALID-CNT
           MOVE    WK-FLD-INVALID-CNT (WK-FLD-IDX) TO PRF1-INVALID-CNT
           MOVE    WK-FLD-SUM (WK-FLD-IDX) TO PRF1-SUM
           MOVE    WK-FLD-MIN (WK-FLD-IDX) TO PRF1-MIN
           MOVE    WK-FLD-MAX (WK-FLD-IDX) TO PRF1-MAX
           MOVE    WK-FLD-SUM-SW (WK-FLD-IDX) TO PRF1-SUM-SW
      *    *** 使用長は文字項目でレコードが1件以上在るときのみ
           IF      WK-FLD-MAX-LEN (WK-FLD-IDX) = ZERO
               AND WK-FLD-MIN-LEN (WK-FLD-IDX) = 999
                   MOVE    ZERO        TO      WK-FLD-MIN-LEN
                                               (WK-FLD-IDX)
           END-IF
           MOVE    WK-FLD-MIN-LEN (WK-FLD-IDX) TO PRF1-MIN-LEN
           MOVE    WK-FLD-MAX-LEN (WK-FLD-IDX) TO PRF1-MAX-LEN
           MOVE    WK-FLD-DIST-CNT (WK-FLD-IDX) TO PRF1-DIST-CNT
           MOVE    WK-FLD-DIST-SW (WK-FLD-IDX) TO PRF1-DIST-SW
           MOVE    X"0D"       TO      PRF1-CR
           MOVE    X"0A"       TO      PRF1-LF
           WRITE   PRF1-REC
           IF      WK-PRF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F PRF1-F WRITE ERROR STATUS="
                           WK-PRF1-STATUS
                   MOVE    "S041-10"   TO      WK-ERR-PARA
                   MOVE    WK-PRF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-PRF1-CNT

      *    *** 項目の件数行
           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    WK-FLD-IDX  TO      PRT-FLD-NBR
           MOVE    WK-FLD-OFFSET (WK-FLD-IDX) TO PRT-FLD-POS
           MOVE    WK-FLD-LEN (WK-FLD-IDX) TO PRT-FLD-LEN
           MOVE    WK-FLD-TYPE (WK-FLD-IDX) TO PRT-FLD-TYPE
           MOVE    WK-FLD-BLANK-CNT (WK-FLD-IDX) TO PRT-FLD-BLANK
           MOVE    WK-FLD-LOW-CNT (WK-FLD-IDX) TO PRT-FLD-LOW
           MOVE    WK-FLD-VALID-CNT (WK-FLD-IDX) TO PRT-FLD-VALID
           MOVE    WK-FLD-INVALID-CNT (WK-FLD-IDX) TO PRT-FLD-INVALID
           IF      WK-FLD-DIST-SW (WK-FLD-IDX) = "N"
                   MOVE    " N/A"      TO      PRT-FLD-DIST-X
           ELSE
                   MOVE    WK-FLD-DIST-CNT (WK-FLD-IDX) TO
                           PRT-FLD-DIST
           END-IF
           IF      WK-FLD-DIST-SW (WK-FLD-IDX) = "O"
                   MOVE    "+"         TO      PRT-FLD-DIST-OVF
           ELSE
                   MOVE    SPACE       TO      PRT-FLD-DIST-OVF
           END-IF
           MOVE    PRT-FLD-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

      *    *** 型別の補足行 ('P'=合計・最小・最大 'T'/'S'=使用長)
           IF      WK-FLD-TYPE (WK-FLD-IDX) = "P"
                   IF      WK-FLD-SUM-SW (WK-FLD-IDX) = "N"
                           MOVE    SPACE       TO      WK-PRT-LINE
                           MOVE    "SUM/MIN/MAX NOT COMPUTED (FIELD "
                                   TO      WK-PRT-LINE (9:32)
                           MOVE    "LONGER THAN 9 BYTES)" TO
                                   WK-PRT-LINE (41:20)
                   ELSE
                           MOVE    WK-FLD-SUM (WK-FLD-IDX) TO
                                   PRT-PK-SUM
                           MOVE    WK-FLD-MIN (WK-FLD-IDX) TO
                                   PRT-PK-MIN
                           MOVE    WK-FLD-MAX (WK-FLD-IDX) TO
                                   PRT-PK-MAX
                           MOVE    SPACE       TO      PRT-PK-NOTE
                           IF      WK-FLD-SUM-SW (WK-FLD-IDX) = "O"
                                   MOVE    "SUM OVERFLOW" TO
                                           PRT-PK-NOTE
                           END-IF
                           IF      WK-FLD-MINMAX-SW (WK-FLD-IDX) = "N"
                                   MOVE    "NO VALID VALUES" TO
                                           PRT-PK-NOTE
                           END-IF
                           MOVE    PRT-PK-LINE TO  WK-PRT-LINE
                   END-IF
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           IF      WK-FLD-TYPE (WK-FLD-IDX) = "T"
              OR   WK-FLD-TYPE (WK-FLD-IDX) = "S"
                   MOVE    WK-FLD-MIN-LEN (WK-FLD-IDX) TO PRT-TXT-MIN
                   MOVE    WK-FLD-MAX-LEN (WK-FLD-IDX) TO PRT-TXT-MAX
                   MOVE    PRT-TXT-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S041-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01F RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01F RPT1-F WRITE ERROR STATUS="
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
           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " GEN  ﾊﾞﾝｺﾞｳ = "
                   WK-POT1-GEN-NBR
           DISPLAY WK-PGM-NAME " PIN1 ｹﾝｽｳ = " WK-PIN1-CNT
           DISPLAY WK-PGM-NAME " PRF1 ｹﾝｽｳ = " WK-PRF1-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01F DATETIME CALL ERROR STATUS="
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
                   DISPLAY "TEST01F AUD1-F OPEN ERROR STATUS="
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
           MOVE    WK-POT1-F-NAME TO   AUD1-PIN1-NAME
           MOVE    WK-PRF1-F-NAME TO   AUD1-POT1-NAME
           MOVE    WK-POT1-GEN-NBR TO  AUD1-GEN-NBR
           MOVE    SPACE       TO      AUD1-RESTART-SW
           MOVE    WK-PIN1-CNT TO      AUD1-READ-CNT
           MOVE    WK-PRF1-CNT TO      AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01F AUD1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01F ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
