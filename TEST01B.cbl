       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01B.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 累積統計マスタ (STA1-F) の取消/再構築ユーティリティ。
      *    *** 'B'=取消: 指定した1世代の件数を累計・出現実行回数から
      *    *** 差引く。'R'=再構築: 保存中の POT1 世代 (除外指定の
      *    *** 世代を除く) からマスタを作り直す。どちらもバイト値
      *    *** ごとの前後比較報告を印字し、制御レコード (キー999) を
      *    *** 付け直して次回の TEST01/TEST01G と整合させる。
      *    *** 供給元 ID を指定したときは、その供給元のキーだけを
      *    *** 扱う (他の供給元のキーはそのまま残す)。
      *    *** POT1 実ファイルは TEST01R と同じ理由で1バイト固定長の
      *    *** SELECT/FD ひとつだけで開き、単一カーソルで読進める
       SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** POT1 GDG 世代番号索引 (最新世代の判定に使う)
       SELECT GDX1-F           ASSIGN   WK-GDX1-F-NAME
                               STATUS   WK-GDX1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 世代完了マーカ (書きかけの世代を使わないよう確かめる)
       SELECT GCM1-F           ASSIGN   WK-GCM1-F-NAME
                               STATUS   WK-GCM1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** バイト値別の累積統計マスタ (TEST01 と共用の索引編成)
       SELECT STA1-F           ASSIGN   WK-STA1-F-NAME
                               STATUS   WK-STA1-STATUS
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY  STA1-REC-KEY.

      *    *** 処理済み入力ファイルの指紋登録簿 (TEST01 と共用の
      *    *** 索引編成)。取消/除外した世代の登録を消し、同じ入力を
      *    *** 再投入したとき TEST01 が重複と判定しないようにする。
      *    *** キーは指紋のため、世代番号で拾うには全件を順に読む
       SELECT FPR1-F           ASSIGN   WK-FPR1-F-NAME
                               STATUS   WK-FPR1-STATUS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY  FPR1-KEY.

      *    *** 実行排他ロック (TEST01 と共用。マスタ更新中に TEST01
      *    *** が走らないよう、同じロックを取る)
       SELECT LCK1-F           ASSIGN   WK-LCK1-F-NAME
                               STATUS   WK-LCK1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 前後比較報告データセット。印字行は純テキストのため
      *    *** LINE SEQUENTIAL で1行=1レコードにする
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 起動パラメタ (処理区分、世代指定、除外世代一覧)
       SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 実行履歴 (監査証跡)。検算不一致の世代の判定にも読む
       SELECT AUD1-F           ASSIGN   WK-AUD1-F-NAME
                               STATUS   WK-AUD1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 異常終了時の障害サマリ (スケジューラ向け1件もの)
       SELECT ERR1-F           ASSIGN   WK-ERR1-F-NAME
                               STATUS   WK-ERR1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** 生バイト列を1バイトずつ読進めるための実バッファ
       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-BYTE-REC       PIC  X(001).

      *    *** POT1 GDG 世代番号索引レコード (TEST01 と共用)
       FD  GDX1-F
           LABEL RECORDS ARE STANDARD.
       01  GDX1-REC.
           03  GDX1-GEN-NBR    BINARY-LONG SYNC.

      *    *** 世代完了マーカ・レコード (TEST01 と共用)
       FD  GCM1-F
           LABEL RECORDS ARE STANDARD.
       01  GCM1-REC.
           03  GCM1-GEN-NBR    BINARY-LONG SYNC.

      *    *** 累積統計マスタ・レコード (TEST01 と同一レイアウト)
       FD  STA1-F
           LABEL RECORDS ARE STANDARD.
       01  STA1-REC.
      *    *** キー = 供給元 ID (空白=既定) + バイト値
           03  STA1-REC-KEY.
               05  STA1-FEED-ID PIC X(008).
               05  STA1-KEY    PIC  9(003).
           03  STA1-TOTAL-CNT  PIC  9(015).
           03  STA1-RUN-CNT    PIC  9(009).
           03  STA1-MIN-CNT    PIC  9(009).
           03  STA1-MAX-CNT    PIC  9(009).
           03  STA1-FIRST-TS   PIC  X(026).
           03  STA1-LAST-TS    PIC  X(026).
           03  STA1-LAST-GEN   PIC  9(007).
           03  STA1-PRV-RUN-CNT PIC 9(009).
           03  STA1-PRV-MIN-CNT PIC 9(009).
           03  STA1-PRV-MAX-CNT PIC 9(009).
      *    *** 制御レコード (キー999。TEST01 と同一レイアウト)
       01  STA1-CTL-REC.
           03  STA1-CTL-REC-KEY.
               05  STA1-CTL-FEED-ID PIC X(008).
               05  STA1-CTL-KEY PIC 9(003).
           03  STA1-CTL-GEN    PIC  9(007).
           03  STA1-CTL-MAINT-TS PIC X(026).
           03  STA1-CTL-MAINT-MODE PIC X(001).
           03  STA1-CTL-BKO-CNT PIC 9(002).
           03  STA1-CTL-BKO-GEN OCCURS 12
                               PIC  9(007).
           03  FILLER          PIC  X(008).

      *    *** 指紋登録簿レコード (TEST01 と同一レイアウト)
       FD  FPR1-F
           LABEL RECORDS ARE STANDARD.
       01  FPR1-REC.
           03  FPR1-KEY.
               05  FPR1-RECS   PIC  9(009).
               05  FPR1-BYTES  PIC  9(012).
               05  FPR1-CKSUM  PIC  9(010).
      *    *** 初回に処理した世代番号・実行日時・データセット名
           03  FPR1-GEN-NBR    PIC  9(007).
           03  FPR1-FIRST-TS   PIC  X(026).
           03  FPR1-F-NAME     PIC  X(032).

      *    *** 実行排他ロック・レコード (TEST01 と共用)
       FD  LCK1-F
           LABEL RECORDS ARE STANDARD.
       01  LCK1-REC.
           03  LCK1-PGM-NAME   PIC  X(008).
           03  LCK1-START-TS   PIC  X(026).

      *    *** 前後比較報告1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** 起動パラメタ制御レコード (処理区分は必須)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
      *    *** 'B'=1世代の取消 'R'=保存世代からの再構築
           03  CTL1-MODE       PIC  X(001).
           03  CTL1-POT1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** 取消する世代番号 ('B' のとき必須)
           03  CTL1-BACKOUT-GEN PIC 9(007).
      *    *** 再構築で遡る世代数 (最終完了世代から。0=999世代)
           03  CTL1-SCAN-DEPTH PIC  9(003).
      *    *** 再構築から除外する世代番号 (件数+最大10個)
           03  CTL1-EXCL-CNT   PIC  9(002).
           03  CTL1-EXCL-GEN   OCCURS 10
                               PIC  9(007).
      *    *** 'Y'=残っている実行排他ロックを無視して走る
           03  CTL1-LOCK-OVRD-SW PIC X(001).
      *    *** 供給元 ID (空白=既定の単一供給元。TEST01 の同名項目
      *    *** と同じ値を指定し、その供給元の世代を読む)
           03  CTL1-FEED-ID     PIC  X(008).

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
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01B ".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "TEST01.POT1".
      *    *** GDG 世代番号索引データセットの DD 名 (TEST01 と同じ)
           03  WK-GDX1-F-NAME  PIC  X(032) VALUE "TEST01.GDGX".
      *    *** 世代完了マーカ・データセットの DD 名 (TEST01 と同じ)
           03  WK-GCM1-F-NAME  PIC  X(032) VALUE "TEST01.GCMP".
      *    *** 累積統計マスタの DD 名 (TEST01 と同じ)
           03  WK-STA1-F-NAME  PIC  X(032) VALUE "TEST01.STAT".
      *    *** 実行排他ロック・データセットの DD 名 (TEST01 と同じ)
           03  WK-LCK1-F-NAME  PIC  X(032) VALUE "TEST01.LOCK".
      *    *** 指紋登録簿データセットの DD 名 (TEST01 と同じ)
           03  WK-FPR1-F-NAME  PIC  X(032) VALUE "TEST01.FPRG".
      *    *** 前後比較報告データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01B.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01B.PARM".

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

           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GDX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GCM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-STA1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LCK1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-FPR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LCK1-DEL-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力
      *    *** 28=サブルーチン 32=ロック/世代未完了
      *    *** 36=POT1 構造不整合)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 実行開始日時の控えと実行履歴用の読書き件数
           03  WK-START-TS     PIC  X(026) VALUE SPACE.
           03  WK-AUD-READ-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-STA1-WRT-CNT BINARY-LONG SYNC VALUE ZERO.
      *    *** 指紋登録簿から消した件数
           03  WK-FPR-DEL-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 'Y'=読んだ登録の世代が取消/除外の対象
           03  WK-FPR-HIT-SW   PIC  X(001) VALUE "N".

      *    *** 起動パラメタの控え
           03  WK-MODE         PIC  X(001) VALUE SPACE.
           03  WK-BACKOUT-GEN  BINARY-LONG SYNC VALUE ZERO.
           03  WK-SCAN-DEPTH   BINARY-LONG SYNC VALUE 999.
           03  WK-EXCL-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-EXCL-GEN     OCCURS 10
                               BINARY-LONG SYNC.
           03  WK-LOCK-OVRD-SW PIC  X(001) VALUE "N".

      *    *** 最新世代番号・最終完了世代番号
           03  WK-CUR-GEN-NBR  BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMP-GEN-NBR  BINARY-LONG SYNC VALUE ZERO.

      *    *** 処理中の世代番号と世代付きデータセット名
           03  WK-POT1-GEN-NBR BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-GEN-EDIT PIC 9(007).
      *    *** 'Y'=処理中の世代が保存されていた (読込めた)
           03  WK-GEN-FOUND-SW PIC  X(001) VALUE "N".
      *    *** 世代のヘッダ日時 (再構築で初見/最新日時に使う)
           03  WK-GEN-TS       PIC  X(026) VALUE SPACE.

      *    *** 再構築の世代走査範囲・反映/除外/欠落世代数
           03  WK-SCAN-FROM    BINARY-LONG SYNC VALUE ZERO.
      *    *** 保存されている最も古い POT1 世代番号 (1つも無ければ
      *    *** 最終完了世代+1)。これより古い世代は再構築でも読め
      *    *** ないため、除外一覧に持つ必要が無い
           03  WK-OLD-GEN-NBR  BINARY-LONG SYNC VALUE ZERO.
      *    *** 検算不一致世代を拾う下限 (これより古い世代は読まない)
           03  WK-OOB-FROM     BINARY-LONG SYNC VALUE ZERO.
      *    *** 保守記録から押出す世代の位置 (0=押出せる世代無し)
           03  WK-BKO-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-APPLY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FIRST-APPLY  BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-APPLY   BINARY-LONG SYNC VALUE ZERO.
      *    *** 'Y'=処理中の世代は除外対象
           03  WK-EXCL-HIT-SW  PIC  X(001) VALUE "N".

      *    *** 'Y'=累積統計マスタ・制御レコードが在った
           03  WK-CTL-FOUND-SW PIC  X(001) VALUE "N".

      *    *** 比較結果の件数 (変更キー数、帯域要確認キー数)
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAND-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 明細行256件を読込む間のカウンタと消費した明細件数
           03  WK-POT1-DTL-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-DTL-SUM BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-SEC-CNT BINARY-LONG SYNC VALUE ZERO.

      *    *** 検算不一致 (TEST01 の実行履歴が 'OOB ') の世代一覧。
      *    *** TEST01 はこれらの世代をマスタに反映していないため、
      *    *** 取消・再構築の対象にしない (読む範囲の世代だけを持つ)
           03  WK-OOB-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-OOB-GEN      OCCURS 100
                               BINARY-LONG SYNC.

      *    *** ページ制御 (1ページの本文行数・現在行・ページ番号。
      *    *** 現在行は大きな初期値にして最初の1行で改ページさせる)
           03  WK-PAGE-LINES   BINARY-LONG SYNC VALUE 60.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 99.
           03  WK-PAGE-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** HEX 編集用
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.

      *    *** S013-10 の1バイトずつの読込み先の共通作業域 (最大の
      *    *** セクション・レコードの54バイトに合わせる)
       01  WK-POT1-RAW         PIC  X(054).

      *    *** S013-10 が今回読込む実レコード長・現在の読込み位置
       01  WK-POT1-RAW-LEN     BINARY-LONG SYNC VALUE ZERO.
       01  WK-POT1-RAW-IDX     BINARY-LONG SYNC VALUE ZERO.

      *    *** TEST01 の POT1-F と同一レイアウト (ヘッダ/明細/トレーラ)
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

       01  POT1-REC.
           03  POT1-VALUE      PIC  X(001).
           03  POT1-COUNT      PIC  9(009).
           03  POT1-EBCDIC     PIC  X(001).
           03  POT1-CR         PIC  X(001).
           03  POT1-LF         PIC  X(001).

       01  POT1-TRL-REC.
           03  POT1-TRL-ID     PIC  X(001).
           03  POT1-TRL-POT1-CNT PIC 9(009).
           03  POT1-TRL-ACC-CNT PIC 9(009).
           03  POT1-TRL-REJ-CNT PIC 9(009).

       01  Hex-Digits          VALUE '0123456789ABCDEF'.
           05  Hex-Digit       OCCURS 16 TIMES PIC X(1).

       01  PIC-XX.
           05  FILLER          PIC X VALUE LOW-VALUES.
           05  PIC-X           PIC X.
       01  PIC-Halfword        REDEFINES PIC-XX PIC 9(4) COMP-X.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

      *    *** 処理中の世代の 0-255 バイト出現回数 (明細から復元)
       01  GEN-HIST-AREA.
           03  WK-G-CNT        OCCURS 256 TIMES
                               PIC  9(009) BINARY
                               VALUE ZERO.

      *    *** 累積統計マスタの処理前/処理後の像 (1キー=1要素) と
      *    *** キーの有無、報告書の備考
       01  STAT-TABLE-AREA.
           03  WK-BEF-REC      OCCURS 256 TIMES
                               PIC  X(139).
           03  WK-AFT-REC      OCCURS 256 TIMES
                               PIC  X(139).
           03  WK-BEF-SW       OCCURS 256 TIMES
                               PIC  X(001).
           03  WK-AFT-SW       OCCURS 256 TIMES
                               PIC  X(001).
           03  WK-NOTE         OCCURS 256 TIMES
                               PIC  X(008).

      *    *** マスタ1キー分の作業域 (STA1-REC と同一レイアウト)
       01  STW-REC.
           03  STW-FEED-ID     PIC  X(008).
           03  STW-KEY         PIC  9(003).
           03  STW-TOTAL-CNT   PIC  9(015).
           03  STW-RUN-CNT     PIC  9(009).
           03  STW-MIN-CNT     PIC  9(009).
           03  STW-MAX-CNT     PIC  9(009).
           03  STW-FIRST-TS    PIC  X(026).
           03  STW-LAST-TS     PIC  X(026).
           03  STW-LAST-GEN    PIC  9(007).
           03  STW-PRV-RUN-CNT PIC  9(009).
           03  STW-PRV-MIN-CNT PIC  9(009).
           03  STW-PRV-MAX-CNT PIC  9(009).

      *    *** 制御レコードの作業域 (STA1-CTL-REC と同一レイアウト)
       01  STC-REC.
           03  STC-FEED-ID     PIC  X(008).
           03  STC-KEY         PIC  9(003).
           03  STC-GEN         PIC  9(007).
           03  STC-MAINT-TS    PIC  X(026).
           03  STC-MAINT-MODE  PIC  X(001).
           03  STC-BKO-CNT     PIC  9(002).
           03  STC-BKO-GEN     OCCURS 12
                               PIC  9(007).
           03  FILLER          PIC  X(008).

      *    *** 印字報告書の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01B  ".
           03  FILLER          PIC  X(024) VALUE
               "STA1 BACKOUT/REBUILD    ".
           03  FILLER          PIC  X(005) VALUE " RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(056) VALUE SPACE.

       01  PRT-TITLE-LINE.
           03  FILLER          PIC  X(009) VALUE "DEC  HEX ".
           03  FILLER          PIC  X(045) VALUE
               "   BEFORE TOTAL       RUN       MIN       MAX".
           03  FILLER          PIC  X(003) VALUE " | ".
           03  FILLER          PIC  X(045) VALUE
               "    AFTER TOTAL       RUN       MIN       MAX".
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  FILLER          PIC  X(008) VALUE "NOTE    ".
           03  FILLER          PIC  X(020) VALUE SPACE.

       01  PRT-DTL-LINE.
           03  PRT-DTL-DEC     PIC  9(003).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-DTL-HEX     PIC  X(002).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-DTL-B-TOTAL PIC  Z(014)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-B-RUN   PIC  Z(008)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-B-MIN   PIC  Z(008)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-B-MAX   PIC  Z(008)9.
           03  FILLER          PIC  X(003) VALUE " | ".
           03  PRT-DTL-A-TOTAL PIC  Z(014)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-A-RUN   PIC  Z(008)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-A-MIN   PIC  Z(008)9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-DTL-A-MAX   PIC  Z(008)9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-DTL-NOTE    PIC  X(008).
           03  FILLER          PIC  X(020) VALUE SPACE.

       01  PRT-SUM-LINE.
           03  PRT-SUM-LABEL   PIC  X(024).
           03  PRT-SUM-VALUE   PIC  Z(008)9.
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-SUM-TEXT    PIC  X(097).

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN・起動パラメタ・ロック・世代番号・処理前マスタ
           PERFORM S010-10     THRU    S010-EX

      *    *** 取消または再構築
           IF      WK-MODE = "B"
                   PERFORM S100-10     THRU    S100-EX
           ELSE
                   PERFORM S200-10     THRU    S200-EX
           END-IF

      *    *** 前後比較報告の印字
           PERFORM S300-10     THRU    S300-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

      *    *** 実行履歴レコード追記
           PERFORM S910-10     THRU    S910-EX

      *    *** 実行排他ロックの解放 (正常に走り切ったときだけ)
           PERFORM S150-10     THRU    S150-EX
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

      *    *** 供給元 ID の検査と、供給元別データセット名への切替え
      *    *** (TEST01 と同じ検査。実行履歴・障害サマリ・累積統計
      *    *** マスタは共用。累積統計マスタはキーで供給元を分ける)
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
                   DISPLAY "TEST01B INVALID FEED ID '" WK-FEED-ID "'"
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
           MOVE    WK-LCK1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-LCK1-F-NAME
           MOVE    WK-FPR1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-FPR1-F-NAME
           .
       S004-EX.
           EXIT.

      *    *** 起動パラメタ制御レコード読込み。処理区分が無い/誤り
      *    *** のときは何をすべきか判らないためパラメタ誤り
       S005-10.
           OPEN    INPUT       CTL1-F
           IF      WK-CTL1-STATUS =    ZERO
                   READ    CTL1-F
                   IF      WK-CTL1-STATUS =    ZERO
      *    *** 供給元 ID は他の指定より先に反映する (データセット名
      *    *** の明示指定があればそちらを優先させるため)
                           IF  CTL1-FEED-ID NOT = SPACE
                               MOVE CTL1-FEED-ID TO WK-FEED-ID
                               PERFORM S004-10 THRU S004-EX
                           END-IF
                           MOVE CTL1-MODE TO WK-MODE
                           IF  CTL1-POT1-F-NAME NOT = SPACE
                               MOVE CTL1-POT1-F-NAME TO WK-POT1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-BACKOUT-GEN NUMERIC
                               MOVE CTL1-BACKOUT-GEN TO WK-BACKOUT-GEN
                           END-IF
                           IF  CTL1-SCAN-DEPTH NUMERIC
                           AND CTL1-SCAN-DEPTH NOT = ZERO
                               MOVE CTL1-SCAN-DEPTH TO WK-SCAN-DEPTH
                           END-IF
                           IF  CTL1-EXCL-CNT NUMERIC
                               IF  CTL1-EXCL-CNT > 10
                                   DISPLAY "TEST01B CTL1-EXCL-CNT "
                                           "ERROR " CTL1-EXCL-CNT
                                   MOVE "S005-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                               END-IF
                               MOVE CTL1-EXCL-CNT TO WK-EXCL-CNT
                           END-IF
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL   I > WK-EXCL-CNT
                                   IF  CTL1-EXCL-GEN (I) NOT NUMERIC
                                       DISPLAY "TEST01B CTL1-EXCL-GEN "
                                               "ERROR ENTRY " I
                                       MOVE "S005-10" TO WK-ERR-PARA
                                       MOVE ZERO TO WK-ERR-STATUS
                                       MOVE 12   TO WK-ERR-RC
                                       PERFORM S990-10 THRU S990-EX
                                   END-IF
                                   MOVE CTL1-EXCL-GEN (I) TO
                                        WK-EXCL-GEN (I)
                           END-PERFORM
                           IF  CTL1-LOCK-OVRD-SW NOT = SPACE
                               MOVE CTL1-LOCK-OVRD-SW TO
                                       WK-LOCK-OVRD-SW
                           END-IF
                   ELSE
                           DISPLAY "TEST01B CTL1-F READ ERROR STATUS="
                                   WK-CTL1-STATUS
                           MOVE    "S005-10"   TO      WK-ERR-PARA
                           MOVE    WK-CTL1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   CLOSE   CTL1-F
           END-IF

           IF      WK-MODE NOT = "B"
               AND WK-MODE NOT = "R"
                   DISPLAY "TEST01B CTL1-MODE ERROR ACTUAL='"
                           WK-MODE "' (B OR R)"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    WK-CTL1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-MODE = "B"
               AND WK-BACKOUT-GEN = ZERO
                   DISPLAY "TEST01B CTL1-BACKOUT-GEN NOT SET"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S005-EX.
           EXIT.

      *    *** GDX1-F から最新の POT1 世代番号、GCM1-F から最終完了
      *    *** 世代番号を求める。完了マーカが無ければ使える世代が
      *    *** 無いとして戻り値32で打切る
       S007-10.
           MOVE    WK-POT1-F-NAME TO    WK-POT1-GDG-BASE

           OPEN    INPUT       GDX1-F
           IF      WK-GDX1-STATUS =    ZERO
                   READ    GDX1-F
                   IF      WK-GDX1-STATUS =    ZERO
                           MOVE GDX1-GEN-NBR TO WK-CUR-GEN-NBR
                   END-IF
                   CLOSE   GDX1-F
           END-IF

           OPEN    INPUT       GCM1-F
           IF      WK-GCM1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B GENERATION COMPLETE MARKER "
                           "NOT FOUND STATUS=" WK-GCM1-STATUS
                   MOVE    "S007-10"   TO      WK-ERR-PARA
                   MOVE    WK-GCM1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    32          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           READ    GCM1-F
           IF      WK-GCM1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B GCM1-F READ ERROR STATUS="
                           WK-GCM1-STATUS
                   CLOSE   GCM1-F
                   MOVE    "S007-10"   TO      WK-ERR-PARA
                   MOVE    WK-GCM1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    32          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    GCM1-GEN-NBR TO     WK-CMP-GEN-NBR
           CLOSE   GCM1-F

           DISPLAY "TEST01B CURRENT GEN " WK-CUR-GEN-NBR
                   " LAST COMPLETE GEN " WK-CMP-GEN-NBR

      *    *** 再構築の走査範囲 (最終完了世代から WK-SCAN-DEPTH 世代)
           COMPUTE WK-SCAN-FROM = WK-CMP-GEN-NBR - WK-SCAN-DEPTH + 1
           IF      WK-SCAN-FROM < 1
                   MOVE    1           TO      WK-SCAN-FROM
           END-IF

      *    *** 保存されている最も古い世代
           PERFORM S008-10     THRU    S008-EX
           .
       S007-EX.
           EXIT.

      *    *** 保存されている最も古い POT1 世代を求める。保存数を
      *    *** 減らした後の取残し世代もあり得るため、世代1から順に
      *    *** 開いてみて最初に開けた世代とする
       S008-10.
           MOVE    ZERO        TO      WK-OLD-GEN-NBR
           PERFORM VARYING WK-POT1-GEN-NBR FROM 1 BY 1
                   UNTIL   WK-POT1-GEN-NBR > WK-CMP-GEN-NBR
                      OR   WK-OLD-GEN-NBR > ZERO
                   MOVE    WK-POT1-GEN-NBR TO  WK-POT1-GEN-EDIT
                   MOVE    SPACE       TO      WK-POT1-F-NAME
                   STRING  WK-POT1-GDG-BASE    DELIMITED BY SPACE
                           ".G"                DELIMITED BY SIZE
                           WK-POT1-GEN-EDIT    DELIMITED BY SIZE
                           INTO WK-POT1-F-NAME
                   OPEN    INPUT       POT1-F
                   IF      WK-POT1-STATUS =    ZERO
                           MOVE    WK-POT1-GEN-NBR TO  WK-OLD-GEN-NBR
                           CLOSE   POT1-F
                   END-IF
           END-PERFORM
           IF      WK-OLD-GEN-NBR = ZERO
                   COMPUTE WK-OLD-GEN-NBR = WK-CMP-GEN-NBR + 1
           END-IF

           DISPLAY "TEST01B OLDEST RETAINED GEN " WK-OLD-GEN-NBR
           .
       S008-EX.
           EXIT.

      *    *** 実行履歴から検算不一致の世代を拾う (TEST01 の記録で
      *    *** 最終処理結果が 'OOB ' のもの)。実行履歴は削られない
      *    *** ため、この実行で読む範囲 (保存されている最も古い
      *    *** 世代以降。再構築は走査範囲内、取消は取消世代も) の
      *    *** 世代だけを拾う。それでも一覧が溢れるときは、除外
      *    *** 漏れで二重計上しないよう打切る。実行履歴が無ければ
      *    *** 一覧は空のまま
       S009-10.
           MOVE    WK-OLD-GEN-NBR TO   WK-OOB-FROM
           IF      WK-MODE = "R"
               AND WK-SCAN-FROM > WK-OOB-FROM
                   MOVE    WK-SCAN-FROM TO     WK-OOB-FROM
           END-IF

           OPEN    INPUT       AUD1-F
           IF      WK-AUD1-STATUS NOT =  ZERO
                   GO  TO      S009-EX
           END-IF

           PERFORM UNTIL WK-AUD1-STATUS NOT = ZERO
                   READ    AUD1-F
                   IF      WK-AUD1-STATUS =    ZERO
                       AND AUD1-PGM-NAME = "TEST01  "
                       AND AUD1-DISP     = "OOB "
                       AND AUD1-FEED-ID  = WK-FEED-ID
                           IF  AUD1-GEN-NBR NOT < WK-OOB-FROM
                           OR (WK-MODE = "B"
                               AND AUD1-GEN-NBR = WK-BACKOUT-GEN)
                               PERFORM S009A-10 THRU S009A-EX
                           END-IF
                   END-IF
           END-PERFORM
           CLOSE   AUD1-F
           .
       S009-EX.
           EXIT.

      *    *** 検算不一致世代1件を一覧に足す (リスタートで同じ世代
      *    *** が重なっていれば1件にする)
       S009A-10.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-OOB-CNT
                   IF      WK-OOB-GEN (J) = AUD1-GEN-NBR
                           GO  TO  S009A-EX
                   END-IF
           END-PERFORM

           IF      WK-OOB-CNT NOT < 100
                   DISPLAY "TEST01B OOB GENERATION LIST "
                           "OVERFLOW (MAX 100)"
                   CLOSE   AUD1-F
                   MOVE    "S009A-10"  TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-OOB-CNT
           MOVE    AUD1-GEN-NBR TO     WK-OOB-GEN (WK-OOB-CNT)
           .
       S009A-EX.
           EXIT.

      *    *** OPEN
       S010-10.
           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01B DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-START-TS
           MOVE    WDT-DATE-TIME TO    PRT-HEAD-DATETIME

      *    *** 起動パラメタ制御レコードの読込み
           PERFORM S005-10     THRU    S005-EX

      *    *** 実行排他ロックの確認・取得 (TEST01 と共用)
           PERFORM S018-10     THRU    S018-EX

      *    *** 最新世代番号・最終完了世代番号
           PERFORM S007-10     THRU    S007-EX

      *    *** 検算不一致世代の一覧
           PERFORM S009-10     THRU    S009-EX

      *    *** 処理前マスタの読込み
           PERFORM S011-10     THRU    S011-EX

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B RPT1-F OPEN ERROR STATUS="
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

      *    *** 処理前マスタ256キーと制御レコードを表に読込む。
      *    *** マスタ未存在 (ステータス35) は全キー無しとして続ける
      *    *** (再構築なら新規に作る。取消はここで対象なしになる)
       S011-10.
           MOVE    SPACE       TO      STC-REC
           MOVE    ZERO        TO      STC-BKO-CNT

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    SPACE       TO      WK-BEF-REC (I)
                   MOVE    "N"         TO      WK-BEF-SW (I)
                   MOVE    SPACE       TO      WK-NOTE (I)
           END-PERFORM

           OPEN    INPUT       STA1-F
           IF      WK-STA1-STATUS =    35
                   DISPLAY "TEST01B STA1-F NOT FOUND"
                   GO  TO  S011-EX
           END-IF
           IF      WK-STA1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B STA1-F OPEN ERROR STATUS="
                           WK-STA1-STATUS
                   MOVE    "S011-10"   TO      WK-ERR-PARA
                   MOVE    WK-STA1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    WK-FEED-ID  TO      STA1-FEED-ID
                   COMPUTE STA1-KEY = I - 1
                   READ    STA1-F
                   IF      WK-STA1-STATUS =    ZERO
                           MOVE    STA1-REC    TO      WK-BEF-REC (I)
                           MOVE    "Y"         TO      WK-BEF-SW (I)
                   ELSE
                       IF  WK-STA1-STATUS NOT = 23
                           DISPLAY "TEST01B STA1-F READ ERROR STATUS="
                                   WK-STA1-STATUS
                           MOVE    "S011-10"   TO      WK-ERR-PARA
                           MOVE    WK-STA1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    16          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                       END-IF
                   END-IF
           END-PERFORM

           MOVE    WK-FEED-ID  TO      STA1-FEED-ID
           MOVE    999         TO      STA1-KEY
           READ    STA1-F
           IF      WK-STA1-STATUS =    ZERO
                   MOVE    STA1-CTL-REC TO     STC-REC
                   MOVE    "Y"         TO      WK-CTL-FOUND-SW
      *    *** TEST01 が新規作成した制御レコードは保守記録が空白
                   IF      STC-BKO-CNT NOT NUMERIC
                           MOVE    ZERO        TO      STC-BKO-CNT
                   END-IF
           END-IF

           CLOSE   STA1-F
           .
       S011-EX.
           EXIT.

      *    *** 実行排他ロックの確認・取得 (TEST01 の S018-10 と同じ
      *    *** 規則。ロックが在ればオペレータ指示なしには戻り値32)
       S018-10.
           OPEN    INPUT       LCK1-F
           IF      WK-LCK1-STATUS =    ZERO
                   READ    LCK1-F
                   IF      WK-LCK1-STATUS =    ZERO
                           DISPLAY "TEST01B RUN LOCK HELD BY "
                                   LCK1-PGM-NAME " SINCE "
                                   LCK1-START-TS
                   ELSE
                           DISPLAY "TEST01B RUN LOCK PRESENT "
                                   "(UNREADABLE)"
                   END-IF
                   CLOSE   LCK1-F
                   IF      WK-LOCK-OVRD-SW = "Y"
                           DISPLAY "TEST01B LOCK OVERRIDE ACCEPTED"
                   ELSE
                           MOVE    "S018-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    32          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

           OPEN    OUTPUT      LCK1-F
           IF      WK-LCK1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B LCK1-F OPEN ERROR STATUS="
                           WK-LCK1-STATUS
                   MOVE    "S018-10"   TO      WK-ERR-PARA
                   MOVE    WK-LCK1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WK-PGM-NAME TO      LCK1-PGM-NAME
           MOVE    WK-START-TS TO      LCK1-START-TS
           WRITE   LCK1-REC
           CLOSE   LCK1-F
           .
       S018-EX.
           EXIT.

      *    *** WK-POT1-RAW-LEN バイト分を POT1-F から1バイトずつ
      *    *** 読進めて WK-POT1-RAW に複写する (単一カーソルを
      *    *** 崩さないための唯一の READ 実行箇所)
       S013-10.
           PERFORM VARYING WK-POT1-RAW-IDX FROM 1 BY 1
                   UNTIL   WK-POT1-RAW-IDX > WK-POT1-RAW-LEN
                   READ    POT1-F
                   IF      WK-POT1-STATUS NOT =  ZERO
                           DISPLAY "TEST01B POT1-F READ ERROR STATUS="
                                   WK-POT1-STATUS " " WK-POT1-F-NAME
                           MOVE    "S013-10"   TO      WK-ERR-PARA
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
       S013-EX.
           EXIT.

      *    *** 先頭ヘッダ・レコード読込み (40バイト、種別検証付き)
       S015-10.
           MOVE    40          TO      WK-POT1-RAW-LEN
           PERFORM S013-10     THRU    S013-EX
           MOVE    WK-POT1-RAW (1:40) TO    POT1-HDR-REC
           ADD     1           TO      WK-AUD-READ-CNT

           IF      POT1-HDR-ID NOT =   "H"
                   DISPLAY "TEST01B POT1 HEADER ID ERROR ACTUAL='"
                           POT1-HDR-ID "' " WK-POT1-F-NAME
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    POT1-HDR-DATETIME TO WK-GEN-TS
           .
       S015-EX.
           EXIT.

      *    *** 入力ファイル別セクション・レコード読飛ばし (1件54
      *    *** バイト、種別検証付き)
       S017-10.
           PERFORM VARYING WK-POT1-SEC-CNT FROM 1 BY 1
                   UNTIL   WK-POT1-SEC-CNT > POT1-HDR-FILE-CNT
                   MOVE    54          TO      WK-POT1-RAW-LEN
                   PERFORM S013-10     THRU    S013-EX
                   MOVE    WK-POT1-RAW (1:54) TO    POT1-SEC-REC
                   ADD     1           TO      WK-AUD-READ-CNT
                   IF      POT1-SEC-ID NOT =   "S"
                           DISPLAY "TEST01B POT1 SECTION ID ERROR "
                                   "ACTUAL='" POT1-SEC-ID "' "
                                   WK-POT1-F-NAME
                           MOVE    "S017-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    36          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM
           .
       S017-EX.
           EXIT.

      *    *** 世代 WK-POT1-GEN-NBR の POT1 を読んで 256 件の件数を
      *    *** WK-G-CNT に復元する。保存期間を過ぎて削除済みの世代
      *    *** (ステータス35) は WK-GEN-FOUND-SW='N' で返す
       S020-10.
           MOVE    "N"         TO      WK-GEN-FOUND-SW
           MOVE    ZERO        TO      WK-POT1-DTL-SUM
           MOVE    WK-POT1-GEN-NBR TO  WK-POT1-GEN-EDIT
           MOVE    SPACE       TO      WK-POT1-F-NAME
           STRING  WK-POT1-GDG-BASE    DELIMITED BY SPACE
                   ".G"                DELIMITED BY SIZE
                   WK-POT1-GEN-EDIT    DELIMITED BY SIZE
                   INTO WK-POT1-F-NAME

           OPEN    INPUT       POT1-F
           IF      WK-POT1-STATUS =    35
                   GO  TO  S020-EX
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " " WK-POT1-F-NAME
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    WK-POT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** ヘッダ・セクション・明細・(EBCDIC 明細)・トレーラ
           PERFORM S015-10     THRU    S015-EX
           PERFORM S017-10     THRU    S017-EX
           PERFORM S021-10     THRU    S021-EX
           PERFORM S025-10     THRU    S025-EX
           PERFORM S040-10     THRU    S040-EX

           CLOSE   POT1-F
           MOVE    "Y"         TO      WK-GEN-FOUND-SW
           .
       S020-EX.
           EXIT.

      *    *** 明細行256件読込み (1件13バイト)。POT1-VALUE を添字に
      *    *** 対応付けて件数表に格納する
       S021-10.
           PERFORM VARYING WK-POT1-DTL-CNT FROM 1 BY 1
                   UNTIL   WK-POT1-DTL-CNT > 256
                   MOVE    13          TO      WK-POT1-RAW-LEN
                   PERFORM S013-10     THRU    S013-EX
                   MOVE    WK-POT1-RAW (1:13) TO    POT1-REC
                   ADD     1           TO      WK-AUD-READ-CNT
                   ADD     1           TO      WK-POT1-DTL-SUM
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    POT1-VALUE  TO      PIC-X
                   MOVE    POT1-COUNT  TO
                           WK-G-CNT (PIC-Halfword + 1)
           END-PERFORM
           .
       S021-EX.
           EXIT.

      *    *** 生 EBCDIC 明細256件読飛ばし (EBCDIC 入力の世代のみ。
      *    *** マスタは ASCII ヒストグラムで更新されている)
       S025-10.
           IF      POT1-HDR-ENCODING NOT = "E"
                   GO  TO  S025-EX
           END-IF

           PERFORM VARYING WK-POT1-DTL-CNT FROM 1 BY 1
                   UNTIL   WK-POT1-DTL-CNT > 256
                   MOVE    13          TO      WK-POT1-RAW-LEN
                   PERFORM S013-10     THRU    S013-EX
                   ADD     1           TO      WK-AUD-READ-CNT
                   ADD     1           TO      WK-POT1-DTL-SUM
           END-PERFORM
           .
       S025-EX.
           EXIT.

      *    *** 末尾トレーラ・レコード読込み (28バイト)。レコード
      *    *** 種別 "T"・明細消費件数・ファイル終端位置を突合し、
      *    *** 不整合なら戻り値36で打切る
       S040-10.
           MOVE    28          TO      WK-POT1-RAW-LEN
           PERFORM S013-10     THRU    S013-EX
           MOVE    WK-POT1-RAW (1:28) TO    POT1-TRL-REC
           ADD     1           TO      WK-AUD-READ-CNT

           IF      POT1-TRL-ID NOT =   "T"
                   DISPLAY "TEST01B POT1 TRAILER ID ERROR ACTUAL='"
                           POT1-TRL-ID "' " WK-POT1-F-NAME
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      POT1-TRL-POT1-CNT NOT = WK-POT1-DTL-SUM
                   DISPLAY "TEST01B POT1 DETAIL COUNT MISMATCH "
                           "TRAILER=" POT1-TRL-POT1-CNT
                           " ACTUAL=" WK-POT1-DTL-SUM
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           READ    POT1-F
           IF      WK-POT1-STATUS NOT = 10
                   DISPLAY "TEST01B POT1 EXTRA DATA AFTER TRAILER "
                           "STATUS=" WK-POT1-STATUS
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    WK-POT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    36          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S040-EX.
           EXIT.

      *    *** 取消。指定世代を検証し、その世代の件数をマスタから
      *    *** 差引いて書戻す。検証はすべてのキーを書換える前に
      *    *** 済ませる (途中で打切ってマスタを半端にしないため)
       S100-10.
           PERFORM S105-10     THRU    S105-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    WK-BEF-REC (I) TO   WK-AFT-REC (I)
                   MOVE    WK-BEF-SW (I) TO    WK-AFT-SW (I)
                   IF      WK-BEF-SW (I) = "Y"
                           PERFORM S101-10     THRU    S101-EX
                   END-IF
           END-PERFORM

      *    *** 保守記録に取消世代を足す (一覧が満杯で足せなければ
      *    *** マスタに触る前に打切る)
           MOVE    WK-BACKOUT-GEN TO   WK-POT1-GEN-NBR
           PERFORM S108-10     THRU    S108-EX

           OPEN    I-O         STA1-F
           IF      WK-STA1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B STA1-F OPEN ERROR STATUS="
                           WK-STA1-STATUS
                   MOVE    "S100-10"   TO      WK-ERR-PARA
                   MOVE    WK-STA1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      WK-AFT-SW (I) = "Y"
                       AND WK-AFT-REC (I) NOT = WK-BEF-REC (I)
                           MOVE    WK-AFT-REC (I) TO   STA1-REC
                           REWRITE STA1-REC
                           IF      WK-STA1-STATUS NOT =  ZERO
                                   DISPLAY "TEST01B STA1-F REWRITE "
                                           "ERROR STATUS="
                                           WK-STA1-STATUS
                                   MOVE    "S100-10"   TO  WK-ERR-PARA
                                   MOVE    WK-STA1-STATUS
                                           TO      WK-ERR-STATUS
                                   MOVE    20          TO  WK-ERR-RC
                                   PERFORM S990-10     THRU S990-EX
                           END-IF
                           ADD     1           TO      WK-STA1-WRT-CNT
                   END-IF
           END-PERFORM

      *    *** 制御レコードの付け直し。反映済み世代番号はそのまま
      *    *** (取消した世代を TEST01 のリスタートが反映し直さない
      *    *** よう、反映済みとして残す)
           MOVE    "B"         TO      STC-MAINT-MODE
           PERFORM S120-10     THRU    S120-EX

           CLOSE   STA1-F

      *    *** 取消した世代の指紋登録を消す (同じ入力を再投入して
      *    *** 反映し直せるように)
           PERFORM S130-10     THRU    S130-EX
           .
       S100-EX.
           EXIT.

      *    *** 取消1キー分。差引いた後の出現実行回数が0になれば
      *    *** 帯域と日時を消す。取消世代がこのキーに最後に反映
      *    *** された世代なら、反映前の控えから帯域をそのまま戻す。
      *    *** それより古い世代の件数が帯域の端と同じときは、端を
      *    *** 作った世代かどうか判らないため 'BAND?' を付ける
      *    *** (正確な帯域が要るなら再構築で作り直す)
       S101-10.
           MOVE    WK-AFT-REC (I) TO   STW-REC
           SUBTRACT WK-G-CNT (I) FROM  STW-TOTAL-CNT

           IF      STW-LAST-GEN = WK-BACKOUT-GEN
                   MOVE    STW-PRV-RUN-CNT TO  STW-RUN-CNT
                   MOVE    STW-PRV-MIN-CNT TO  STW-MIN-CNT
                   MOVE    STW-PRV-MAX-CNT TO  STW-MAX-CNT
                   IF      WK-G-CNT (I) > ZERO
                           MOVE    "RESTORED"  TO      WK-NOTE (I)
                   END-IF
           ELSE
               IF  WK-G-CNT (I) > ZERO
                   SUBTRACT 1          FROM    STW-RUN-CNT
                   IF      STW-PRV-RUN-CNT > ZERO
                           SUBTRACT 1  FROM    STW-PRV-RUN-CNT
                   END-IF
                   MOVE    "CHANGED"   TO      WK-NOTE (I)
                   IF      STW-RUN-CNT > ZERO
                       AND (WK-G-CNT (I) = STW-MIN-CNT
                        OR  WK-G-CNT (I) = STW-MAX-CNT)
                           MOVE    "BAND?"     TO      WK-NOTE (I)
                           ADD     1           TO      WK-BAND-CNT
                   END-IF
               END-IF
           END-IF

           IF      STW-RUN-CNT = ZERO
                   MOVE    ZERO        TO      STW-MIN-CNT
                   MOVE    ZERO        TO      STW-MAX-CNT
                   MOVE    SPACE       TO      STW-FIRST-TS
                   MOVE    SPACE       TO      STW-LAST-TS
           END-IF

           MOVE    STW-REC     TO      WK-AFT-REC (I)
           .
       S101-EX.
           EXIT.

      *    *** 取消の事前検証。完了済み・反映済み・未取消・検算一致
      *    *** の世代であること、保存されていて件数がマスタの累計
      *    *** 以下であること (反映されていない世代を差引かない)
       S105-10.
           IF      WK-BACKOUT-GEN > WK-CMP-GEN-NBR
                   DISPLAY "TEST01B BACKOUT GEN " WK-BACKOUT-GEN
                           " NOT COMPLETE (LAST COMPLETE="
                           WK-CMP-GEN-NBR ")"
                   MOVE    "S105-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-CTL-FOUND-SW NOT = "Y"
               OR  WK-BACKOUT-GEN > STC-GEN
                   DISPLAY "TEST01B BACKOUT GEN " WK-BACKOUT-GEN
                           " NOT APPLIED TO STA1"
                   MOVE    "S105-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > STC-BKO-CNT
                   IF      STC-BKO-GEN (J) = WK-BACKOUT-GEN
                           DISPLAY "TEST01B BACKOUT GEN "
                                   WK-BACKOUT-GEN " ALREADY BACKED OUT"
                           MOVE    "S105-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-OOB-CNT
                   IF      WK-OOB-GEN (J) = WK-BACKOUT-GEN
                           DISPLAY "TEST01B BACKOUT GEN "
                                   WK-BACKOUT-GEN " WAS OUT OF BALANCE "
                                   "(NEVER APPLIED)"
                           MOVE    "S105-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

           MOVE    WK-BACKOUT-GEN TO   WK-POT1-GEN-NBR
           PERFORM S020-10     THRU    S020-EX
           IF      WK-GEN-FOUND-SW NOT = "Y"
                   DISPLAY "TEST01B BACKOUT GEN " WK-BACKOUT-GEN
                           " NOT RETAINED " WK-POT1-F-NAME
                   MOVE    "S105-10"   TO      WK-ERR-PARA
                   MOVE    35          TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   IF      WK-G-CNT (I) > ZERO
                           IF  WK-BEF-SW (I) NOT = "Y"
                               DISPLAY "TEST01B BACKOUT GEN COUNTS NOT "
                                       "IN STA1 KEY " I
                               MOVE "S105-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 12   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                           MOVE    WK-BEF-REC (I) TO   STW-REC
                           IF  STW-TOTAL-CNT < WK-G-CNT (I)
                            OR STW-RUN-CNT = ZERO
                               DISPLAY "TEST01B BACKOUT GEN COUNTS "
                                       "EXCEED STA1 KEY " STW-KEY
                               MOVE "S105-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 12   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                   END-IF
           END-PERFORM
           .
       S105-EX.
           EXIT.

      *    *** 保守記録 (反映対象外の世代一覧) に WK-POT1-GEN-NBR を
      *    *** 足す。既に在れば何もしない。満杯なら保存期間を過ぎた
      *    *** (再構築でも読めない) 世代の1件を押出す。押出せる
      *    *** 世代が無ければ、まだ保存中の取消世代を再構築が
      *    *** 黙って戻さないよう、パラメタ誤りとして打切る
       S108-10.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > STC-BKO-CNT
                   IF      STC-BKO-GEN (J) = WK-POT1-GEN-NBR
                           GO  TO  S108-EX
                   END-IF
           END-PERFORM

           IF      STC-BKO-CNT NOT < 12
                   MOVE    ZERO        TO      WK-BKO-POS
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL   J > 12
                           IF      STC-BKO-GEN (J) < WK-OLD-GEN-NBR
                               AND WK-BKO-POS = ZERO
                                   MOVE    J           TO  WK-BKO-POS
                           END-IF
                   END-PERFORM
                   IF      WK-BKO-POS = ZERO
                           DISPLAY "TEST01B BACKED-OUT GENERATION "
                                   "LIST FULL (MAX 12) - ALL STILL "
                                   "RETAINED, GEN " WK-POT1-GEN-NBR
                                   " NOT ADDED"
                           MOVE    "S108-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    12          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   PERFORM VARYING J FROM WK-BKO-POS BY 1
                           UNTIL   J > 11
                           MOVE    STC-BKO-GEN (J + 1) TO
                                   STC-BKO-GEN (J)
                   END-PERFORM
                   MOVE    11          TO      STC-BKO-CNT
           END-IF
           ADD     1           TO      STC-BKO-CNT
           MOVE    WK-POT1-GEN-NBR TO  STC-BKO-GEN (STC-BKO-CNT)
           .
       S108-EX.
           EXIT.

      *    *** 制御レコード (キー999) の書出し。STA1-F は呼出し側で
      *    *** 開いておく。保守日時を付けて在れば書替え、無ければ
      *    *** 新規に書く
       S120-10.
           MOVE    WK-FEED-ID  TO      STC-FEED-ID
           MOVE    999         TO      STC-KEY
           MOVE    WK-START-TS TO      STC-MAINT-TS

           MOVE    WK-FEED-ID  TO      STA1-FEED-ID
           MOVE    999         TO      STA1-KEY
           READ    STA1-F
           IF      WK-STA1-STATUS =    ZERO
                   MOVE    STC-REC     TO      STA1-CTL-REC
                   REWRITE STA1-REC
           ELSE
                   MOVE    STC-REC     TO      STA1-CTL-REC
                   WRITE   STA1-REC
           END-IF
           IF      WK-STA1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B STA1-F CTL WRITE ERROR STATUS="
                           WK-STA1-STATUS
                   MOVE    "S120-10"   TO      WK-ERR-PARA
                   MOVE    WK-STA1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-STA1-WRT-CNT
           .
       S120-EX.
           EXIT.

      *    *** 再構築。最終完了世代から WK-SCAN-DEPTH 世代遡った
      *    *** 範囲を古い順に読み、除外世代・検算不一致世代・保存
      *    *** 期間切れの世代を飛ばして TEST01 の S131-10 と同じ
      *    *** 規則で表に積上げ、最後にマスタを作り直す
       S200-10.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    SPACE       TO      WK-AFT-REC (I)
                   MOVE    "N"         TO      WK-AFT-SW (I)
           END-PERFORM

      *    *** 除外指定の世代を保守記録に足す (前回までの記録は
      *    *** 残す。一覧が満杯で足せなければマスタに触る前に打切る)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-EXCL-CNT
                   MOVE    WK-EXCL-GEN (I) TO  WK-POT1-GEN-NBR
                   PERFORM S108-10     THRU    S108-EX
           END-PERFORM

           PERFORM VARYING WK-POT1-GEN-NBR FROM WK-SCAN-FROM BY 1
                   UNTIL   WK-POT1-GEN-NBR > WK-CMP-GEN-NBR
                   PERFORM S201-10     THRU    S201-EX
           END-PERFORM

      *    *** 当該供給元のキーだけを作り直す (他の供給元のキーは
      *    *** 触らない)。積上げ結果の在るキーは書替え/新規書出し、
      *    *** 処理前に在って積上げ結果の無いキーは削除する
           OPEN    I-O         STA1-F
      *    *** 未存在ならステータス35になるため新規作成して開き直す
           IF      WK-STA1-STATUS =    35
                   OPEN    OUTPUT      STA1-F
                   CLOSE   STA1-F
                   OPEN    I-O         STA1-F
           END-IF
           IF      WK-STA1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B STA1-F OPEN ERROR STATUS="
                           WK-STA1-STATUS
                   MOVE    "S200-10"   TO      WK-ERR-PARA
                   MOVE    WK-STA1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   PERFORM S203-10     THRU    S203-EX
                   PERFORM S205-10     THRU    S205-EX
           END-PERFORM

      *    *** 制御レコードの付け直し。反映済み世代番号は最終完了
      *    *** 世代にする (その世代の TEST01 リスタートで二重反映
      *    *** させず、次の新世代から通常どおり反映させる)
           MOVE    WK-CMP-GEN-NBR TO   STC-GEN
           MOVE    "R"         TO      STC-MAINT-MODE
           PERFORM S120-10     THRU    S120-EX

           CLOSE   STA1-F

      *    *** 除外指定の世代の指紋登録を消す (同じ入力を再投入して
      *    *** 反映し直せるように)
           IF      WK-EXCL-CNT > ZERO
                   PERFORM S130-10     THRU    S130-EX
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 再構築1世代分。除外判定 -> 読込み -> 256キーへ積上げ
       S201-10.
           MOVE    "N"         TO      WK-EXCL-HIT-SW
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-EXCL-CNT
                   IF      WK-EXCL-GEN (J) = WK-POT1-GEN-NBR
                           MOVE    "Y"         TO      WK-EXCL-HIT-SW
                   END-IF
           END-PERFORM
      *    *** 以前に取消/除外した世代も引続き除外する
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > STC-BKO-CNT
                   IF      STC-BKO-GEN (J) = WK-POT1-GEN-NBR
                           MOVE    "Y"         TO      WK-EXCL-HIT-SW
                   END-IF
           END-PERFORM
      *    *** 検算不一致の世代は TEST01 も反映していない
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-OOB-CNT
                   IF      WK-OOB-GEN (J) = WK-POT1-GEN-NBR
                           MOVE    "Y"         TO      WK-EXCL-HIT-SW
                   END-IF
           END-PERFORM

           IF      WK-EXCL-HIT-SW = "Y"
                   DISPLAY "TEST01B GEN " WK-POT1-GEN-NBR " EXCLUDED"
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S201-EX
           END-IF

           PERFORM S020-10     THRU    S020-EX
           IF      WK-GEN-FOUND-SW NOT = "Y"
                   ADD     1           TO      WK-MISS-CNT
                   GO  TO  S201-EX
           END-IF

           DISPLAY "TEST01B GEN " WK-POT1-GEN-NBR " APPLIED"
           ADD     1           TO      WK-APPLY-CNT
           IF      WK-FIRST-APPLY = ZERO
                   MOVE    WK-POT1-GEN-NBR TO  WK-FIRST-APPLY
           END-IF
           MOVE    WK-POT1-GEN-NBR TO  WK-LAST-APPLY

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   PERFORM S202-10     THRU    S202-EX
           END-PERFORM
           .
       S201-EX.
           EXIT.

      *    *** 再構築1キー分の積上げ (TEST01 の S131-10 と同じ規則。
      *    *** 日時は世代ヘッダの日時を使う)
       S202-10.
           IF      WK-AFT-SW (I) = "Y"
                   MOVE    WK-AFT-REC (I) TO   STW-REC
                   MOVE    STW-RUN-CNT TO      STW-PRV-RUN-CNT
                   MOVE    STW-MIN-CNT TO      STW-PRV-MIN-CNT
                   MOVE    STW-MAX-CNT TO      STW-PRV-MAX-CNT
                   MOVE    WK-POT1-GEN-NBR TO  STW-LAST-GEN
                   ADD     WK-G-CNT (I) TO     STW-TOTAL-CNT
                   IF      WK-G-CNT (I) >      ZERO
                           IF      STW-RUN-CNT =       ZERO
                                   MOVE WK-GEN-TS TO STW-FIRST-TS
                                   MOVE WK-G-CNT (I) TO STW-MIN-CNT
                                   MOVE WK-G-CNT (I) TO STW-MAX-CNT
                           ELSE
                                   IF  WK-G-CNT (I) < STW-MIN-CNT
                                       MOVE WK-G-CNT (I) TO
                                            STW-MIN-CNT
                                   END-IF
                                   IF  WK-G-CNT (I) > STW-MAX-CNT
                                       MOVE WK-G-CNT (I) TO
                                            STW-MAX-CNT
                                   END-IF
                           END-IF
                           ADD     1           TO      STW-RUN-CNT
                           MOVE    WK-GEN-TS   TO      STW-LAST-TS
                   END-IF
           ELSE
                   MOVE    SPACE       TO      STW-REC
                   MOVE    WK-FEED-ID  TO      STW-FEED-ID
                   COMPUTE STW-KEY = I - 1
                   MOVE    WK-POT1-GEN-NBR TO  STW-LAST-GEN
                   MOVE    WK-G-CNT (I) TO     STW-TOTAL-CNT
                   IF      WK-G-CNT (I) >      ZERO
                           MOVE    1           TO      STW-RUN-CNT
                           MOVE    WK-G-CNT (I) TO     STW-MIN-CNT
                           MOVE    WK-G-CNT (I) TO     STW-MAX-CNT
                           MOVE    WK-GEN-TS   TO      STW-FIRST-TS
                           MOVE    WK-GEN-TS   TO      STW-LAST-TS
                   ELSE
                           MOVE    ZERO        TO      STW-RUN-CNT
                           MOVE    ZERO        TO      STW-MIN-CNT
                           MOVE    ZERO        TO      STW-MAX-CNT
                   END-IF
                   MOVE    ZERO        TO      STW-PRV-RUN-CNT
                   MOVE    ZERO        TO      STW-PRV-MIN-CNT
                   MOVE    ZERO        TO      STW-PRV-MAX-CNT
                   MOVE    "Y"         TO      WK-AFT-SW (I)
           END-IF
           MOVE    STW-REC     TO      WK-AFT-REC (I)
           .
       S202-EX.
           EXIT.

      *    *** 再構築1キー分の書出し (書替え/新規書出し/削除)
       S203-10.
           IF      WK-AFT-SW (I) = "Y"
                   MOVE    WK-AFT-REC (I) TO   STA1-REC
                   IF      WK-BEF-SW (I) = "Y"
                           REWRITE STA1-REC
                   ELSE
                           WRITE   STA1-REC
                   END-IF
           ELSE
                   IF      WK-BEF-SW (I) NOT = "Y"
                           GO  TO  S203-EX
                   END-IF
                   MOVE    WK-FEED-ID  TO      STA1-FEED-ID
                   COMPUTE STA1-KEY = I - 1
                   DELETE  STA1-F
           END-IF
           IF      WK-STA1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B STA1-F WRITE ERROR STATUS="
                           WK-STA1-STATUS
                   MOVE    "S203-10"   TO      WK-ERR-PARA
                   MOVE    WK-STA1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-STA1-WRT-CNT
           .
       S203-EX.
           EXIT.

      *    *** 再構築の比較備考 (無かったキー 'NEW'、無くなった
      *    *** キー 'DROPPED'、累計・帯域が変わったキー 'CHANGED')
       S205-10.
           IF      WK-BEF-SW (I) NOT = "Y"
                   IF      WK-AFT-SW (I) = "Y"
                           MOVE    "NEW"       TO      WK-NOTE (I)
                   END-IF
                   GO  TO  S205-EX
           END-IF
           IF      WK-AFT-SW (I) NOT = "Y"
                   MOVE    "DROPPED"   TO      WK-NOTE (I)
                   GO  TO  S205-EX
           END-IF
           IF      WK-BEF-REC (I) (1:53) NOT = WK-AFT-REC (I) (1:53)
                   MOVE    "CHANGED"   TO      WK-NOTE (I)
           END-IF
           .
       S205-EX.
           EXIT.

      *    *** 前後比較報告の印字。見出し・256キーの明細・集計行
       S300-10.
           MOVE    PRT-TITLE-LINE TO   WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   PERFORM S301-10     THRU    S301-EX
           END-PERFORM

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    SPACE       TO      PRT-SUM-LINE
           IF      WK-MODE = "B"
                   MOVE    "MODE BACKOUT  GEN"  TO     PRT-SUM-LABEL
                   MOVE    WK-BACKOUT-GEN TO   PRT-SUM-VALUE
           ELSE
                   MOVE    "MODE REBUILD  THRU GEN" TO PRT-SUM-LABEL
                   MOVE    WK-CMP-GEN-NBR TO   PRT-SUM-VALUE
           END-IF
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           IF      WK-MODE = "R"
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "GENERATIONS APPLIED" TO PRT-SUM-LABEL
                   MOVE    WK-APPLY-CNT TO     PRT-SUM-VALUE
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "  FIRST GEN APPLIED" TO PRT-SUM-LABEL
                   MOVE    WK-FIRST-APPLY TO   PRT-SUM-VALUE
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "  LAST GEN APPLIED" TO PRT-SUM-LABEL
                   MOVE    WK-LAST-APPLY TO    PRT-SUM-VALUE
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "GENERATIONS EXCLUDED" TO PRT-SUM-LABEL
                   MOVE    WK-SKIP-CNT TO      PRT-SUM-VALUE
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "GENERATIONS NOT RETAINED" TO PRT-SUM-LABEL
                   MOVE    WK-MISS-CNT TO      PRT-SUM-VALUE
                   MOVE    "(COUNTS OF DELETED GENERATIONS ARE NOT IN "
                           TO      PRT-SUM-TEXT
                   MOVE    "THE REBUILT TOTALS)"
                           TO      PRT-SUM-TEXT (43:19)
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF

           MOVE    SPACE       TO      PRT-SUM-LINE
           MOVE    "FINGERPRINTS DELETED" TO PRT-SUM-LABEL
           MOVE    WK-FPR-DEL-CNT TO   PRT-SUM-VALUE
           MOVE    "(REGISTRY ENTRIES OF THE BACKED OUT/EXCLUDED GENS"
                   TO      PRT-SUM-TEXT
           MOVE    " - THEIR INPUT MAY BE RESUBMITTED)"
                   TO      PRT-SUM-TEXT (50:34)
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           MOVE    SPACE       TO      PRT-SUM-LINE
           MOVE    "KEYS CHANGED"  TO  PRT-SUM-LABEL
           MOVE    WK-CHG-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           IF      WK-BAND-CNT > ZERO
                   MOVE    SPACE       TO      PRT-SUM-LINE
                   MOVE    "KEYS BAND REVIEW" TO PRT-SUM-LABEL
                   MOVE    WK-BAND-CNT TO      PRT-SUM-VALUE
                   MOVE    "(MIN/MAX MAY COME FROM THE BACKED OUT GEN"
                           TO      PRT-SUM-TEXT
                   MOVE    " - REBUILD FOR EXACT BANDS)"
                           TO      PRT-SUM-TEXT (42:27)
                   MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
                   DISPLAY "TEST01B WARNING " WK-BAND-CNT
                           " KEYS NEED BAND REVIEW"
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 明細1行分 (1キーの処理前/処理後)
       S301-10.
           COMPUTE PIC-Halfword = I - 1
           MOVE    PIC-Halfword TO     PRT-DTL-DEC
           DIVIDE  PIC-Halfword BY 16  GIVING   WK-HEX-HI
                                       REMAINDER WK-HEX-LO
           MOVE    Hex-Digit (WK-HEX-HI + 1) TO PRT-DTL-HEX (1:1)
           MOVE    Hex-Digit (WK-HEX-LO + 1) TO PRT-DTL-HEX (2:1)

           IF      WK-BEF-SW (I) = "Y"
                   MOVE    WK-BEF-REC (I) TO   STW-REC
           ELSE
                   MOVE    ZERO        TO      STW-TOTAL-CNT
                   MOVE    ZERO        TO      STW-RUN-CNT
                   MOVE    ZERO        TO      STW-MIN-CNT
                   MOVE    ZERO        TO      STW-MAX-CNT
           END-IF
           MOVE    STW-TOTAL-CNT TO    PRT-DTL-B-TOTAL
           MOVE    STW-RUN-CNT TO      PRT-DTL-B-RUN
           MOVE    STW-MIN-CNT TO      PRT-DTL-B-MIN
           MOVE    STW-MAX-CNT TO      PRT-DTL-B-MAX

           IF      WK-AFT-SW (I) = "Y"
                   MOVE    WK-AFT-REC (I) TO   STW-REC
           ELSE
                   MOVE    ZERO        TO      STW-TOTAL-CNT
                   MOVE    ZERO        TO      STW-RUN-CNT
                   MOVE    ZERO        TO      STW-MIN-CNT
                   MOVE    ZERO        TO      STW-MAX-CNT
           END-IF
           MOVE    STW-TOTAL-CNT TO    PRT-DTL-A-TOTAL
           MOVE    STW-RUN-CNT TO      PRT-DTL-A-RUN
           MOVE    STW-MIN-CNT TO      PRT-DTL-A-MIN
           MOVE    STW-MAX-CNT TO      PRT-DTL-A-MAX

           MOVE    WK-NOTE (I) TO      PRT-DTL-NOTE
           IF      WK-NOTE (I) NOT = SPACE
                   ADD     1           TO      WK-CHG-CNT
           END-IF

           MOVE    PRT-DTL-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           .
       S301-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01B RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01B RPT1-F WRITE ERROR STATUS="
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

      *    *** 指紋登録簿から取消世代 ('B') / 除外世代 ('R') の登録
      *    *** を消す。登録簿が無ければ (ステータス35) 消すものは無い
       S130-10.
           OPEN    I-O         FPR1-F
           IF      WK-FPR1-STATUS =    35
                   DISPLAY WK-PGM-NAME " FPR1-F NOT FOUND - NO "
                           "FINGERPRINTS TO DELETE"
                   GO  TO  S130-EX
           END-IF
           IF      WK-FPR1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B FPR1-F OPEN ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S130-10"   TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-FPR1-STATUS NOT = ZERO
                   READ    FPR1-F      NEXT RECORD
                   IF      WK-FPR1-STATUS =    ZERO
                           PERFORM S130A-10    THRU    S130A-EX
                   END-IF
           END-PERFORM
           IF      WK-FPR1-STATUS NOT = 10
                   DISPLAY "TEST01B FPR1-F READ ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S130-10"   TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           CLOSE   FPR1-F
           DISPLAY WK-PGM-NAME " FINGERPRINTS DELETED = "
                   WK-FPR-DEL-CNT
           .
       S130-EX.
           EXIT.

      *    *** 登録1件分。世代番号が取消/除外の対象なら消す
       S130A-10.
           MOVE    "N"         TO      WK-FPR-HIT-SW
           IF      WK-MODE = "B"
                   IF      FPR1-GEN-NBR = WK-BACKOUT-GEN
                           MOVE    "Y"         TO      WK-FPR-HIT-SW
                   END-IF
           ELSE
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL   J > WK-EXCL-CNT
                           IF      WK-EXCL-GEN (J) = FPR1-GEN-NBR
                                   MOVE    "Y"         TO  WK-FPR-HIT-SW
                           END-IF
                   END-PERFORM
           END-IF
           IF      WK-FPR-HIT-SW = "N"
                   GO  TO  S130A-EX
           END-IF

           DELETE  FPR1-F      RECORD
           IF      WK-FPR1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B FPR1-F DELETE ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S130A-10"  TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-FPR-DEL-CNT
           .
       S130A-EX.
           EXIT.

      *    *** 実行排他ロックの解放 (TEST01 の S150-10 と同じ)
       S150-10.
           CALL    "CBL_DELETE_FILE" USING WK-LCK1-F-NAME
                   RETURNING WK-LCK1-DEL-STATUS
           IF      WK-LCK1-DEL-STATUS NOT = ZERO
                   DISPLAY "TEST01B RUN LOCK DELETE WARNING STATUS="
                           WK-LCK1-DEL-STATUS
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** CLOSE
       S900-10.
           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " STA1 ｹﾝｽｳ = " WK-STA1-WRT-CNT
           DISPLAY WK-PGM-NAME " KEYS CHANGED = " WK-CHG-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01B DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
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
                   DISPLAY "TEST01B AUD1-F OPEN ERROR STATUS="
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
           MOVE    WK-POT1-GDG-BASE TO AUD1-PIN1-NAME
           MOVE    WK-STA1-F-NAME TO   AUD1-POT1-NAME
           IF      WK-MODE = "B"
                   MOVE    WK-BACKOUT-GEN TO   AUD1-GEN-NBR
           ELSE
                   MOVE    WK-CMP-GEN-NBR TO   AUD1-GEN-NBR
           END-IF
           MOVE    WK-MODE     TO      AUD1-RESTART-SW
           MOVE    WK-AUD-READ-CNT TO  AUD1-READ-CNT
           MOVE    WK-STA1-WRT-CNT TO  AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01B AUD1-F WRITE ERROR STATUS="
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
      *    *** する (ロックは残し、オペレータの確認なしに TEST01 が
      *    *** 走らないようにする)
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
                   DISPLAY "TEST01B ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
