                               STATUS   WK-ERR1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** バイト値別の累積統計マスタ (供給元 ID とバイト値を
      *    *** キーとする索引編成。実行の都度、値ごとの累計・出現実行回数・
      *    *** 実行別最小/最大・初見/最新日時を更新する)
       SELECT STA1-F           ASSIGN   WK-STA1-F-NAME
                               STATUS   WK-STA1-STATUS
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY  STA1-REC-KEY.

      *    *** 送り手の送付明細 (入力リストのファイルごとに送り手が
      *    *** 申告したデータセット名・レコード件数・バイト数)
       SELECT MFS1-F           ASSIGN   WK-MFS1-F-NAME
                               STATUS   WK-MFS1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 送付明細との突合結果 (送り手へ返送する受領通知。
      *    *** 1件=1ファイルの ACK/NAK と理由。CR+LF 付き)
       SELECT ACK1-F           ASSIGN   WK-ACK1-F-NAME
                               STATUS   WK-ACK1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 処理済み入力ファイルの指紋登録簿 (件数・バイト数・
      *    *** 内容チェックサムをキーとする索引編成。初回に処理した
      *    *** 世代番号と日時を持つ)。同じ入力を別名で再投入されても
      *    *** ヒストグラム・累積統計に二重計上しないためのもの
       SELECT FPR1-F           ASSIGN   WK-FPR1-F-NAME
                               STATUS   WK-FPR1-STATUS
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY  FPR1-KEY.

      *    *** 重複投入の報告 (1件=重複と判定した入力ファイル1本。
      *    *** CR+LF 付きで目視できる形式)
       SELECT DUP1-F           ASSIGN   WK-DUP1-F-NAME
                               STATUS   WK-DUP1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 漢字含みレイアウトの SJIS 2バイト文字出現回数 (1件=
      *    *** 1文字、または孤立した先行バイト1値。末尾に合計
      *    *** レコード。CR+LF 付き)。バイト単位のヒストグラムでは
      *    *** 先行/後続バイトに割れてしまう文字単位の出現を見る
       SELECT SJF1-F           ASSIGN   WK-SJF1-F-NAME
                               STATUS   WK-SJF1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** ヒストグラム履歴 (完了した世代ごとに256値の件数と
      *    *** ヘッダ/トレーラ件数を1件追記する。GDG 世代ではない
      *    *** ため世代保存数を過ぎても消えず、TEST01T が長期の
      *    *** 推移報告に使う)
       SELECT HST1-F           ASSIGN   WK-HST1-F-NAME
                               STATUS   WK-HST1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.
      *    *** 隔離率の遮断しきい値 (%。読込件数に対する隔離件数が
      *    *** これを超えたら戻り値44で打切る。0=遮断しない)
           03  CTL1-REJ-LIMIT-PCT PIC 9(003).
      *    *** 'Y'=送付明細との突合で NAK が1件でもあれば戻り値48で
      *    *** 終らせる (送付明細が無ければ全ファイル NAK になる)
           03  CTL1-MFST-STOP-SW PIC X(001).
      *    *** 重複投入の扱い ('S'=報告して読飛ばす (規定値) /
      *    *** 'X'=報告して戻り値52で打切る / 'N'=検査しない)
           03  CTL1-DUP-ACTION  PIC  X(001).
      *    *** 供給元 ID (空白=既定の単一供給元。指定時は世代索引・
      *    *** 完了マーカ・ロック・監視リスト等を "TEST01.<ID>.xxxx"
      *    *** の供給元別データセットで使い分け、累積統計マスタは
      *    *** 供給元別のキーで持つ)
           03  CTL1-FEED-ID     PIC  X(008).

      *    *** PIN1 入力リスト・レコード (1件=データセット名1本)
       FD  PINL-F
       FD  STA1-F
           LABEL RECORDS ARE STANDARD.
       01  STA1-REC.
      *    *** キー = 供給元 ID (空白=既定) + バイト値
           03  STA1-REC-KEY.
               05  STA1-FEED-ID PIC X(008).
               05  STA1-KEY    PIC  9(003).
           03  STA1-TOTAL-CNT  PIC  9(015).
      *    *** この値が出現した (件数>0の) 実行の回数
           03  STA1-RUN-CNT    PIC  9(009).
      *    *** 制御レコード (キー999)。全キー反映完了後に世代番号を
      *    *** 書き、完了済み世代の再実行を丸ごと飛ばす
       01  STA1-CTL-REC.
           03  STA1-CTL-REC-KEY.
               05  STA1-CTL-FEED-ID PIC X(008).
               05  STA1-CTL-KEY PIC 9(003).
           03  STA1-CTL-GEN    PIC  9(007).
      *    *** 取消/再構築ユーティリティ (TEST01B) の保守記録。
      *    *** 最終保守日時・区分 ('B'=取消 'R'=再構築) と、反映
      *    *** 対象から外した世代番号の一覧 (ここでは参照しない。
      *    *** 新規作成時は空白のまま)
           03  STA1-CTL-MAINT-TS PIC X(026).
           03  STA1-CTL-MAINT-MODE PIC X(001).
           03  STA1-CTL-BKO-CNT PIC 9(002).
           03  STA1-CTL-BKO-GEN OCCURS 12
                               PIC  9(007).
           03  FILLER          PIC  X(008).

      *    *** 禁止バイト監視リスト・レコード (1件=1バイト値。
      *    *** 上限0=1件でも出たら違反。重大度 'S'=重大 (専用の
           03  BAL1-CR         PIC  X(001).
           03  BAL1-LF         PIC  X(001).

      *    *** 送付明細レコード (1件=1データセット。件数・バイト数は
      *    *** 送り手が送出した実績。漢字含みレイアウトの先頭識別
      *    *** レコードは件数・バイト数に含めない)
       FD  MFS1-F
           LABEL RECORDS ARE STANDARD.
       01  MFS1-REC.
           03  MFS1-F-NAME     PIC  X(032).
           03  MFS1-EXP-RECS   PIC  9(009).
           03  MFS1-EXP-BYTES  PIC  9(012).

      *    *** 受領通知レコード (送り手への返送用)
       FD  ACK1-F
           LABEL RECORDS ARE STANDARD.
       01  ACK1-REC.
      *    *** 'ACK'=申告どおり受領 'NAK'=不一致/未着/明細なし
           03  ACK1-RESULT     PIC  X(003).
           03  ACK1-F-NAME     PIC  X(032).
           03  ACK1-GEN-NBR    PIC  9(007).
           03  ACK1-EXP-RECS   PIC  9(009).
           03  ACK1-ACT-RECS   PIC  9(009).
           03  ACK1-EXP-BYTES  PIC  9(012).
           03  ACK1-ACT-BYTES  PIC  9(012).
           03  ACK1-REASON     PIC  X(024).
           03  ACK1-CR         PIC  X(001).
           03  ACK1-LF         PIC  X(001).

      *    *** 指紋登録簿レコード
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

      *    *** 重複投入報告レコード
       FD  DUP1-F
           LABEL RECORDS ARE STANDARD.
       01  DUP1-REC.
           03  DUP1-F-NAME     PIC  X(032).
           03  DUP1-RECS       PIC  9(009).
           03  DUP1-BYTES      PIC  9(012).
           03  DUP1-CKSUM      PIC  9(010).
      *    *** 'R'=登録簿に既出 'L'=同じ入力リスト内に既出
           03  DUP1-SOURCE     PIC  X(001).
           03  DUP1-FIRST-GEN  PIC  9(007).
           03  DUP1-FIRST-TS   PIC  X(026).
           03  DUP1-FIRST-NAME PIC  X(032).
      *    *** 'SKIP'=読飛ばした 'STOP'=実行を打切った
           03  DUP1-ACTION     PIC  X(004).
           03  DUP1-CR         PIC  X(001).
           03  DUP1-LF         PIC  X(001).

      *    *** SJIS 文字出現回数レコード
       FD  SJF1-F
           LABEL RECORDS ARE STANDARD.
       01  SJF1-REC.
           03  SJF1-GEN-NBR    PIC  9(007).
      *    *** 'C'=2バイト文字 'O'=孤立した先行バイト 'T'=合計
           03  SJF1-TYPE       PIC  X(001).
      *    *** 文字の生バイト列 (孤立先行バイトは1バイト目のみ)
           03  SJF1-CHAR       PIC  X(002).
           03  SJF1-HEX        PIC  X(004).
      *    *** 'J'=JIS X 0208 の規定行 (1-8区/16-84区) 'X'=JIS X 0208
      *    *** の未規定行 (9-15区/85-94区。機種依存文字) と X'FA'-X'FC'
      *    *** 'G'=利用者定義 (外字) 域 X'F0'-X'F9'
           03  SJF1-CLASS      PIC  X(001).
           03  SJF1-COUNT      PIC  9(009).
           03  FILLER          PIC  X(026).
           03  SJF1-CR         PIC  X(001).
           03  SJF1-LF         PIC  X(001).
      *    *** 合計レコード (集計したレコード件数・2バイト文字の
      *    *** 延べ数・孤立先行バイト数・SJIS として不正な1バイト
      *    *** 数・異なり文字数)
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

      *    *** ヒストグラム履歴レコード (世代番号+実行日がキー)
       FD  HST1-F
           LABEL RECORDS ARE STANDARD.
       01  HST1-REC.
           03  HST1-GEN-NBR    PIC  9(007).
      *    *** 実行日 (YYYYMMDD) と実行開始日時
           03  HST1-RUN-DATE   PIC  X(008).
           03  HST1-RUN-TS     PIC  X(026).
      *    *** ヘッダ件数 (読込件数・入力ファイル数・符号化方式)
           03  HST1-PIN1-CNT   PIC  9(009).
           03  HST1-FILE-CNT   PIC  9(003).
           03  HST1-ENCODING   PIC  X(001).
      *    *** トレーラ件数 (明細件数・検証合格/不合格件数)
           03  HST1-POT1-CNT   PIC  9(009).
           03  HST1-ACC-CNT    PIC  9(009).
           03  HST1-REJ-CNT    PIC  9(009).
      *    *** 'Y'=検算一致 'N'=検算不一致 (累積統計に未反映)
           03  HST1-BAL-SW     PIC  X(001).
           03  HST1-LAYOUT     PIC  X(001).
      *    *** 供給元 ID (空白=既定の単一供給元)
           03  HST1-FEED-ID    PIC  X(008).
           03  FILLER          PIC  X(012).
      *    *** バイト値 X'00'〜X'FF' の出現回数 (ASCII 換算後)
           03  HST1-CNT        OCCURS 256 TIMES
                               PIC  9(009).
           03  HST1-CR         PIC  X(001).
           03  HST1-LF         PIC  X(001).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01  ".
           03  WK-WTC1-F-NAME  PIC  X(032) VALUE "TEST01.WTCH".
      *    *** 監視リスト例外報告データセットの DD 名 (固定)
           03  WK-WEX1-F-NAME  PIC  X(032) VALUE "TEST01.WEXC".
      *    *** 送付明細データセットの DD 名 (固定)
           03  WK-MFS1-F-NAME  PIC  X(032) VALUE "TEST01.MFST".
      *    *** 受領通知データセットの DD 名 (固定)
           03  WK-ACK1-F-NAME  PIC  X(032) VALUE "TEST01.ACKN".
      *    *** 指紋登録簿の DD 名 (固定)
           03  WK-FPR1-F-NAME  PIC  X(032) VALUE "TEST01.FPRG".
      *    *** 重複投入報告データセットの DD 名 (固定)
           03  WK-DUP1-F-NAME  PIC  X(032) VALUE "TEST01.DUPL".
      *    *** SJIS 文字出現回数データセットの DD 名 (固定)
           03  WK-SJF1-F-NAME  PIC  X(032) VALUE "TEST01.SJFQ".
      *    *** ヒストグラム履歴データセットの DD 名 (固定)
           03  WK-HST1-F-NAME  PIC  X(032) VALUE "TEST01.HIST".

      *    *** 供給元 ID (空白=既定の単一供給元) と、供給元別データ
      *    *** セット名 "TEST01.<ID>.xxxx" の編集用
           03  WK-FEED-ID      PIC  X(008) VALUE SPACE.
           03  WK-FEED-NAME    PIC  X(032) VALUE SPACE.
           03  WK-FEED-WORK    PIC  X(032) VALUE SPACE.
           03  WK-FEED-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-OK-SW   PIC  X(001) VALUE "Y".

           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-GCM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-WTC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-WEX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MFS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ACK1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-FPR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DUP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SJF1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HST1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 重複投入の扱い ('S'=読飛ばす 'X'=打切る 'N'=検査なし)
      *    *** と、判定に使う今回の世代番号 (リスタート時は中断した
      *    *** 世代。その世代で登録済みの指紋は重複とみなさない)
           03  WK-DUP-ACTION   PIC  X(001) VALUE "S".
           03  WK-DUP-GEN-NBR  BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-FPR-WRT-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 'Y'=重複により実行を打切った (実行履歴の結果 'DUP ')
           03  WK-DUP-STOP-SW  PIC  X(001) VALUE "N".
      *    *** 内容チェックサムの作業域 (ADLER-32 方式。1レコード
      *    *** ごとに 65521 で剰余をとる)
           03  WK-CKS-A        BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CKS-B        BINARY-DOUBLE SYNC VALUE ZERO.
           03  WK-CKS-QUOT     BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 送付明細の有無 ('Y'=在る)・NAK 件数と戻り値48の指定
           03  WK-MFS-FOUND-SW PIC  X(001) VALUE "N".
           03  WK-MFST-STOP-SW PIC  X(001) VALUE "N".
           03  WK-NAK-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MFS-IDX      BINARY-LONG SYNC VALUE ZERO.
      *    *** 突合1件分の受領バイト数 (合格分+隔離分)
           03  WK-ACT-BYTES    BINARY-DOUBLE SYNC VALUE ZERO.

      *    *** 禁止バイト監視リストの展開表と判定結果 (リスト未存在
      *    *** は監視なし。'Y'=重大超過あり→戻り値40)
      *    ***   32 = 実行排他ロック保持中 (二重起動)
      *    ***   40 = 禁止バイト監視リストの重大超過
      *    ***   44 = 隔離率の遮断しきい値超過
      *    ***   48 = 送付明細との不一致 (NAK。CTL1-MFST-STOP-SW='Y'
      *    ***        のときのみ)
      *    ***   52 = 重複投入 (CTL1-DUP-ACTION='X'、または全ファイル
      *    ***        が重複で処理対象が無い)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.
      *    *** 終らせ、後続ジョブをスケジューラに保留させる)
           03  WK-OOB-SW       PIC  X(001) VALUE "N".

      *    *** SJIS 文字出現回数の集計制御 (漢字含みレイアウトのみ)。
      *    *** 先行バイトは X'81'-X'9F'/X'E0'-X'EF' に外字域 X'F0'-
      *    *** X'FC' を加えた60値、後続バイトは X'40'-X'FC' の189値を
      *    *** 1起点の添字に直して件数表を引く
           03  WK-SJ-REC-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-CHR-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-ORP-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-STRAY-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-DIST-CNT  BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-WRT-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-LEAD-IDX  BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-TRAIL-IDX BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-LEAD-VAL  BINARY-LONG SYNC VALUE ZERO.
           03  WK-SJ-TRAIL-VAL BINARY-LONG SYNC VALUE ZERO.
      *    *** JIS X 0208 の区番号 (分類判定用)
           03  WK-SJ-ROW       BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.
       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

      *    *** PIN1 入力リスト展開域。リスト・データセットが無ければ
      *    *** CTL1-PIN1-F-NAME 1本だけを1件目に置いて処理する
      *    *** レコード用)
               05  WK-PINF-RECS PIC  9(009) BINARY.
               05  WK-PINF-BYTES PIC 9(012) BINARY.
      *    *** ファイル別の隔離件数 (送付明細とのバイト数突合で
      *    *** 隔離分も受領したバイトとして数えるため)
               05  WK-PINF-REJS PIC  9(009) BINARY.
      *    *** ファイルの指紋 (読込み前の下見で求める全レコード件数・
      *    *** バイト数・内容チェックサム)
               05  WK-PINF-FP-RECS PIC 9(009) BINARY.
               05  WK-PINF-FP-BYTES PIC 9(012) BINARY.
               05  WK-PINF-CKSUM PIC 9(010) BINARY.
      *    *** 'R'=登録簿に既出 'L'=リスト内に既出 空白=新規
               05  WK-PINF-DUP-SW PIC X(001).

      *    *** 重複として読飛ばした入力ファイルの控え (送付明細との
      *    *** 突合で、送り手へ重複投入の NAK を返すため)
       01  SKIP-LIST-AREA.
           03  WK-SKP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKP-ENTRY    OCCURS 64 TIMES.
               05  WK-SKP-NAME PIC  X(032).
               05  WK-SKP-RECS PIC  9(009) BINARY.
               05  WK-SKP-BYTES PIC 9(012) BINARY.
      *    *** 'Y'=送付明細エントリとして NAK を返した
               05  WK-SKP-MFS-SW PIC X(001).

      *    *** 送付明細の展開域 (1件=1データセット。'Y'=入力リストの
      *    *** いずれかのファイルと対応済み)
       01  MFS-LIST-AREA.
           03  WK-MFS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MFS-ENTRY    OCCURS 64 TIMES.
               05  WK-MFS-NAME PIC  X(032).
               05  WK-MFS-RECS PIC  9(009) BINARY.
               05  WK-MFS-BYTES PIC 9(012) BINARY.
               05  WK-MFS-USED-SW PIC X(001).

      *    *** 0-255 バイト出現回数ヒストグラム
       01  HISTOGRAM-AREA.
                               PIC  9(009) BINARY
                               VALUE ZERO.

      *    *** SJIS 2バイト文字出現回数 (先行バイト60値×後続バイト
      *    *** 189値) と孤立した先行バイトの出現回数 (先行バイト60値)
       01  SJIS-FREQ-AREA.
           03  WK-SJC-LEAD     OCCURS 60 TIMES.
               05  WK-SJC-CNT  OCCURS 189 TIMES
                               PIC  9(009) BINARY
                               VALUE ZERO.
           03  WK-SJO-CNT      OCCURS 60 TIMES
                               PIC  9(009) BINARY
                               VALUE ZERO.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** 位置別マトリクス出力 (WK-POSN-SW='Y' のときのみ)
           PERFORM S120-10     THRU    S120-EX

      *    *** SJIS 文字出現回数出力 (漢字含みレイアウトのみ)
           PERFORM S125-10     THRU    S125-EX

      *    *** 検算 (クロス・トータル) 突合・残高報告出力
           PERFORM S110-10     THRU    S110-EX

      *    *** ヒストグラム履歴追記 (検算結果も持たせる)
           PERFORM S145-10     THRU    S145-EX

      *    *** 禁止バイト監視リストとの突合・例外報告出力
           PERFORM S115-10     THRU    S115-EX

      *    *** 送付明細との突合・受領通知 (ACK/NAK) 出力
           PERFORM S117-10     THRU    S117-EX

      *    *** バイト値別の累積統計マスタ更新。検算が不一致の実行は
      *    *** 反映しない (誤ったヒストグラムを恒久化すると、同一
      *    *** 世代のやり直しは反映済みとして飛ばされ、新世代での
                           "(OUT OF BALANCE)"
           ELSE
                   PERFORM S130-10     THRU    S130-EX
      *    *** 反映した入力ファイルの指紋を登録簿へ追加
                   PERFORM S135-10     THRU    S135-EX
           END-IF

      *    *** CLOSE
           ELSE
               IF  WK-WTC-SEV-SW = "Y"
                   MOVE    40          TO      RETURN-CODE
               ELSE
                   IF  WK-MFST-STOP-SW = "Y"
                       AND WK-NAK-CNT > ZERO
                       MOVE    48          TO      RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       M100-EX.
           STOP    RUN.

      *    *** WK-FEED-NAME の "TEST01." の直後に供給元 ID を差込む
      *    *** (例 TEST01.GDGX → TEST01.FEEDA.GDGX)
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

      *    *** 供給元 ID の検査と、供給元別データセット名への切替え。
      *    *** ID は英大文字・数字の左詰め (途中空白なし) に限る
      *    *** (データセット名の修飾子になるため)。実行履歴・障害
      *    *** サマリ・累積統計マスタ・レイアウト目録は全供給元で
      *    *** 共用する (累積統計マスタはキーで供給元を分ける)
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
                   DISPLAY "TEST01 INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    "S004-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    WK-POT1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-POT1-F-NAME
           MOVE    WK-PINL-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-PINL-F-NAME
           MOVE    WK-CKP1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-CKP1-F-NAME
           MOVE    WK-GDX1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GDX1-F-NAME
           MOVE    WK-BAL1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-BAL1-F-NAME
           MOVE    WK-POS1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-POS1-F-NAME
           MOVE    WK-REJ1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-REJ1-F-NAME
           MOVE    WK-LCK1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-LCK1-F-NAME
           MOVE    WK-GCM1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GCM1-F-NAME
           MOVE    WK-WTC1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-WTC1-F-NAME
           MOVE    WK-WEX1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-WEX1-F-NAME
           MOVE    WK-MFS1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-MFS1-F-NAME
           MOVE    WK-ACK1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-ACK1-F-NAME
           MOVE    WK-FPR1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-FPR1-F-NAME
           MOVE    WK-DUP1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-DUP1-F-NAME
           MOVE    WK-SJF1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-SJF1-F-NAME
           MOVE    WK-HST1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-HST1-F-NAME
           .
       S004-EX.
           EXIT.

      *    *** 起動パラメタ制御レコード読込み
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
                           IF  CTL1-PIN1-F-NAME NOT = SPACE
                               MOVE CTL1-PIN1-F-NAME TO WK-PIN1-F-NAME
                           END-IF
                               MOVE CTL1-REJ-LIMIT-PCT TO
                                       WK-REJ-LIMIT-PCT
                           END-IF
                           IF  CTL1-MFST-STOP-SW NOT = SPACE
                               MOVE CTL1-MFST-STOP-SW TO
                                       WK-MFST-STOP-SW
                           END-IF
                           IF  CTL1-DUP-ACTION NOT = SPACE
                               MOVE CTL1-DUP-ACTION TO WK-DUP-ACTION
                           END-IF
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る (規定値のまま誤った入力
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 重複投入の扱いの検査 ('S'/'X'/'N' 以外は打切る)
           IF      WK-DUP-ACTION NOT = "S"
               AND WK-DUP-ACTION NOT = "X"
               AND WK-DUP-ACTION NOT = "N"
                   DISPLAY "TEST01 CTL1 DUP-ACTION ERROR '"
                           WK-DUP-ACTION "'"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** 送付明細不一致時の停止指定の検査 ('Y'/'N' 以外は、
      *    *** 停止のつもりの指定が黙って無効になるのを防ぐため
      *    *** 打切る)
           IF      WK-MFST-STOP-SW NOT = "Y"
               AND WK-MFST-STOP-SW NOT = "N"
                   DISPLAY "TEST01 CTL1 MFST-STOP-SW ERROR '"
                           WK-MFST-STOP-SW "'"
                   MOVE    "S005-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

      *    *** EBCDIC -> ASCII 逆引き表の作成
           PERFORM S012-10     THRU    S012-EX

      *    *** PIN1 入力リストの読込み (無ければ1本だけ処理)
           PERFORM S006-10     THRU    S006-EX

      *    *** 送付明細の読込み (無ければ突合なし)
           PERFORM S017-10     THRU    S017-EX

      *    *** 前回チェックポイントの読込み (再開時)
           PERFORM S008-10     THRU    S008-EX
           .
                   UNTIL   I > WK-PINF-CNT
                   MOVE    ZERO        TO      WK-PINF-RECS (I)
                   MOVE    ZERO        TO      WK-PINF-BYTES (I)
                   MOVE    ZERO        TO      WK-PINF-REJS (I)
           END-PERFORM

      *    *** 1本目から読始める
       S006-EX.
           EXIT.

      *    *** 送付明細の読込み。明細データセットが無ければ突合しない
      *    *** (CTL1-MFST-STOP-SW='Y' なら全ファイル NAK になる)。
      *    *** 数値でない件数・同じデータセット名の重複・展開域超過は
      *    *** 誤った突合結果を送り手へ返さないよう、入力を読始める
      *    *** 前にパラメタ誤りとして打切る
       S017-10.
           MOVE    ZERO        TO      WK-MFS-CNT
           OPEN    INPUT       MFS1-F
           IF      WK-MFS1-STATUS NOT =  ZERO
                   GO  TO      S017-EX
           END-IF
           MOVE    "Y"         TO      WK-MFS-FOUND-SW

           PERFORM UNTIL WK-MFS1-STATUS NOT = ZERO
                   READ    MFS1-F
                   IF      WK-MFS1-STATUS =    ZERO
                       AND MFS1-F-NAME NOT = SPACE
                           IF  MFS1-EXP-RECS NOT NUMERIC
                               OR MFS1-EXP-BYTES NOT NUMERIC
                                   DISPLAY "TEST01 MFS1-F ENTRY ERROR "
                                       MFS1-F-NAME
                                   MOVE "S017-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL   I > WK-MFS-CNT
                                   IF  WK-MFS-NAME (I) = MFS1-F-NAME
                                       DISPLAY "TEST01 MFS1-F "
                                           "DUPLICATE ENTRY "
                                           MFS1-F-NAME
                                       MOVE "S017-10" TO WK-ERR-PARA
                                       MOVE ZERO TO WK-ERR-STATUS
                                       MOVE 12   TO WK-ERR-RC
                                       PERFORM S990-10 THRU S990-EX
                                   END-IF
                           END-PERFORM
                           IF  WK-MFS-CNT NOT < 64
                                   DISPLAY "TEST01 MFS1-F LIST "
                                       "OVERFLOW (MAX 64)"
                                   MOVE "S017-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           ADD     1           TO      WK-MFS-CNT
                           MOVE    MFS1-F-NAME TO
                                   WK-MFS-NAME (WK-MFS-CNT)
                           MOVE    MFS1-EXP-RECS TO
                                   WK-MFS-RECS (WK-MFS-CNT)
                           MOVE    MFS1-EXP-BYTES TO
                                   WK-MFS-BYTES (WK-MFS-CNT)
                           MOVE    "N"         TO
                                   WK-MFS-USED-SW (WK-MFS-CNT)
                   END-IF
           END-PERFORM
           CLOSE   MFS1-F

           DISPLAY WK-PGM-NAME " MANIFEST ENTRIES = " WK-MFS-CNT
           .
       S017-EX.
           EXIT.

      *    *** 入力ファイルの指紋採取と重複投入の検査。入力リストの
      *    *** 各ファイルを本読込みの前に一度読切って全レコード件数・
      *    *** バイト数・内容チェックサムを求め、登録簿 (過去の実行で
      *    *** 反映済み) と、リスト内の先行ファイルとに突合する。重複
      *    *** は報告へ書き、'S' ならリストから外して読飛ばし、'X'
      *    *** なら打切る。全ファイルが重複で処理対象が残らないとき
      *    *** も打切る (空の世代を払出さないため)
       S013-10.
           MOVE    ZERO        TO      WK-SKP-CNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-PINF-CNT
                   MOVE    SPACE       TO      WK-PINF-DUP-SW (I)
                   MOVE    ZERO        TO      WK-PINF-FP-RECS (I)
                   MOVE    ZERO        TO      WK-PINF-FP-BYTES (I)
                   MOVE    ZERO        TO      WK-PINF-CKSUM (I)
           END-PERFORM

      *    *** 報告は検査なしの実行でも空に作り直す (前回実行の重複
      *    *** が今回のものと誤認されるのを防ぐ。WEX1-F と同じ理屈)
           OPEN    OUTPUT      DUP1-F
           IF      WK-DUP1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 DUP1-F OPEN ERROR STATUS="
                           WK-DUP1-STATUS
                   MOVE    "S013-10"   TO      WK-ERR-PARA
                   MOVE    WK-DUP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-DUP-ACTION = "N"
                   CLOSE   DUP1-F
                   GO  TO  S013-EX
           END-IF

      *    *** 今回の世代番号を先読みする (払出しは S009-10 で行う)
           MOVE    ZERO        TO      WK-DUP-GEN-NBR
           OPEN    INPUT       GDX1-F
           IF      WK-GDX1-STATUS =    ZERO
                   READ    GDX1-F
                   IF      WK-GDX1-STATUS =    ZERO
                           MOVE GDX1-GEN-NBR TO WK-DUP-GEN-NBR
                   END-IF
                   CLOSE   GDX1-F
           END-IF
           IF      WK-RESTART-SW NOT = "Y"
               OR  WK-DUP-GEN-NBR = ZERO
                   ADD     1           TO      WK-DUP-GEN-NBR
           END-IF

      *    *** 登録簿が未存在 (ステータス35) なら初回として突合なし
           OPEN    INPUT       FPR1-F
           IF      WK-FPR1-STATUS NOT =  ZERO
               AND WK-FPR1-STATUS NOT =  35
                   DISPLAY "TEST01 FPR1-F OPEN ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S013-10"   TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING WK-PINF-IDX FROM 1 BY 1
                   UNTIL   WK-PINF-IDX > WK-PINF-CNT
                   PERFORM S014-10     THRU    S014-EX
           END-PERFORM

           IF      WK-FPR1-STATUS NOT =  35
                   CLOSE   FPR1-F
           END-IF
           CLOSE   DUP1-F

           IF      WK-DUP-CNT =        ZERO
                   GO  TO  S013-EX
           END-IF
           DISPLAY WK-PGM-NAME " DUPLICATE INPUT FILES = " WK-DUP-CNT

      *    *** 打切り指定なら、何も書かないうちに終了する。ロックは
      *    *** 解放する (入力の差替えか 'S' 指定での再実行で済み、
      *    *** 障害後の確認は要らないため)
           IF      WK-DUP-ACTION = "X"
                   DISPLAY "TEST01 RUN STOPPED FOR DUPLICATE INPUT"
                   PERFORM S013B-10    THRU    S013B-EX
           END-IF

      *    *** 重複ファイルを入力リストから詰めて外す
           MOVE    ZERO        TO      J
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-PINF-CNT
                   IF      WK-PINF-DUP-SW (I) = SPACE
                           ADD     1           TO      J
                           IF      J NOT = I
                                   MOVE    WK-PINF-ENTRY (I) TO
                                           WK-PINF-ENTRY (J)
                           END-IF
                   ELSE
                           ADD     1           TO      WK-SKP-CNT
                           MOVE    WK-PINF-NAME (I) TO
                                   WK-SKP-NAME (WK-SKP-CNT)
                           MOVE    WK-PINF-FP-RECS (I) TO
                                   WK-SKP-RECS (WK-SKP-CNT)
                           MOVE    WK-PINF-FP-BYTES (I) TO
                                   WK-SKP-BYTES (WK-SKP-CNT)
                           MOVE    "N"         TO
                                   WK-SKP-MFS-SW (WK-SKP-CNT)
                   END-IF
           END-PERFORM
           MOVE    J           TO      WK-PINF-CNT

           IF      WK-PINF-CNT =       ZERO
                   DISPLAY "TEST01 ALL INPUT FILES ALREADY PROCESSED"
                   MOVE    "Y"         TO      WK-DUP-STOP-SW
                   PERFORM S013B-10    THRU    S013B-EX
           END-IF

      *    *** 残った1本目から読始める
           MOVE    1           TO      WK-PINF-IDX
           MOVE    WK-PINF-NAME (1) TO WK-PIN1-F-NAME
           .
       S013-EX.
           EXIT.

      *    *** 重複報告1件の書出し (I=報告するファイル。先行分の
      *    *** 世代・日時・名前は呼出し側が DUP1-REC に置いておく)
       S013A-10.
           MOVE    WK-PINF-NAME (WK-PINF-IDX) TO DUP1-F-NAME
           MOVE    WK-PINF-FP-RECS (WK-PINF-IDX) TO DUP1-RECS
           MOVE    WK-PINF-FP-BYTES (WK-PINF-IDX) TO DUP1-BYTES
           MOVE    WK-PINF-CKSUM (WK-PINF-IDX) TO DUP1-CKSUM
           MOVE    WK-PINF-DUP-SW (WK-PINF-IDX) TO DUP1-SOURCE
           IF      WK-DUP-ACTION = "X"
                   MOVE    "STOP"      TO      DUP1-ACTION
           ELSE
                   MOVE    "SKIP"      TO      DUP1-ACTION
           END-IF
           MOVE    X"0D"       TO      DUP1-CR
           MOVE    X"0A"       TO      DUP1-LF
           WRITE   DUP1-REC
           IF      WK-DUP1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 DUP1-F WRITE ERROR STATUS="
                           WK-DUP1-STATUS
                   MOVE    "S013A-10"  TO      WK-ERR-PARA
                   MOVE    WK-DUP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           ADD     1           TO      WK-DUP-CNT
           DISPLAY "TEST01 DUPLICATE INPUT " DUP1-F-NAME
                   " FIRST GEN " DUP1-FIRST-GEN
                   " " DUP1-FIRST-NAME
           .
       S013A-EX.
           EXIT.

      *    *** 重複投入による打切り。世代番号の払出し前で POT1 等は
      *    *** 何も書いていないため、実行履歴を 'DUP ' で残し、ロック
      *    *** を解放して戻り値52で終る
       S013B-10.
           MOVE    "Y"         TO      WK-DUP-STOP-SW
           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01 DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S013B-10"  TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM S910-10     THRU    S910-EX
           PERFORM S150-10     THRU    S150-EX

           MOVE    52          TO      RETURN-CODE
           STOP    RUN
           .
       S013B-EX.
           EXIT.

      *    *** 入力ファイル1本分の指紋採取と重複判定。先頭識別
      *    *** レコード (漢字含みレイアウト) は S023-10 が読飛ばす
      *    *** ため件数に含まれない。0件のファイル (空ファイル、
      *    *** 識別レコードだけのファイル) は指紋がどれも同じに
      *    *** なるため、リスト内突合も登録簿突合も行わない
      *    *** (登録もしない。S135-10 参照)
       S014-10.
           MOVE    WK-PINF-NAME (WK-PINF-IDX) TO WK-PIN1-F-NAME
           PERFORM S023-10     THRU    S023-EX

           MOVE    1           TO      WK-CKS-A
           MOVE    ZERO        TO      WK-CKS-B
           PERFORM S021-10     THRU    S021-EX
           PERFORM UNTIL WK-PIN1-STATUS NOT = ZERO
                   ADD     1           TO
                           WK-PINF-FP-RECS (WK-PINF-IDX)
                   ADD     WK-PIN1-REC-LEN TO
                           WK-PINF-FP-BYTES (WK-PINF-IDX)
                   PERFORM S014A-10    THRU    S014A-EX
                   PERFORM S021-10     THRU    S021-EX
           END-PERFORM
           IF      WK-PIN1-STATUS NOT =  10
                   DISPLAY "TEST01 PIN1-F READ ERROR STATUS="
                           WK-PIN1-STATUS " FILE=" WK-PIN1-F-NAME
                   MOVE    "S014-10"   TO      WK-ERR-PARA
                   MOVE    WK-PIN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           IF      WK-PIN1-REC-LEN = 40
                   CLOSE   PIN1-F2
           ELSE
                   CLOSE   PIN1-F
           END-IF
           COMPUTE WK-PINF-CKSUM (WK-PINF-IDX) =
                   WK-CKS-B * 65536 + WK-CKS-A
           IF      WK-PINF-FP-RECS (WK-PINF-IDX) = ZERO
                   GO  TO  S014-EX
           END-IF

      *    *** (1) 同じリスト内の先行ファイルとの突合
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I NOT < WK-PINF-IDX
                   OR      WK-PINF-DUP-SW (WK-PINF-IDX) NOT = SPACE
                   IF      WK-PINF-DUP-SW (I) = SPACE
                       AND WK-PINF-FP-RECS (I) =
                           WK-PINF-FP-RECS (WK-PINF-IDX)
                       AND WK-PINF-FP-BYTES (I) =
                           WK-PINF-FP-BYTES (WK-PINF-IDX)
                       AND WK-PINF-CKSUM (I) =
                           WK-PINF-CKSUM (WK-PINF-IDX)
                           MOVE    "L"         TO
                                   WK-PINF-DUP-SW (WK-PINF-IDX)
                           MOVE    SPACE       TO      DUP1-REC
                           MOVE    WK-DUP-GEN-NBR TO   DUP1-FIRST-GEN
                           MOVE    WK-START-TS TO      DUP1-FIRST-TS
                           MOVE    WK-PINF-NAME (I) TO DUP1-FIRST-NAME
                           PERFORM S013A-10    THRU    S013A-EX
                   END-IF
           END-PERFORM
           IF      WK-PINF-DUP-SW (WK-PINF-IDX) NOT = SPACE
                   GO  TO  S014-EX
           END-IF

      *    *** (2) 登録簿との突合。今回の世代で登録済みのもの (中断
      *    *** 前の同じ実行が登録したもの) は重複とみなさない
           IF      WK-FPR1-STATUS =    35
                   GO  TO  S014-EX
           END-IF
           MOVE    WK-PINF-FP-RECS (WK-PINF-IDX) TO FPR1-RECS
           MOVE    WK-PINF-FP-BYTES (WK-PINF-IDX) TO FPR1-BYTES
           MOVE    WK-PINF-CKSUM (WK-PINF-IDX) TO FPR1-CKSUM
           READ    FPR1-F
           IF      WK-FPR1-STATUS =    ZERO
               AND FPR1-GEN-NBR NOT =  WK-DUP-GEN-NBR
                   MOVE    "R"         TO
                           WK-PINF-DUP-SW (WK-PINF-IDX)
                   MOVE    SPACE       TO      DUP1-REC
                   MOVE    FPR1-GEN-NBR TO     DUP1-FIRST-GEN
                   MOVE    FPR1-FIRST-TS TO    DUP1-FIRST-TS
                   MOVE    FPR1-F-NAME TO      DUP1-FIRST-NAME
                   PERFORM S013A-10    THRU    S013A-EX
           ELSE
               IF  WK-FPR1-STATUS NOT = ZERO
                   AND WK-FPR1-STATUS NOT = 23
                   DISPLAY "TEST01 FPR1-F READ ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S014-10"   TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
               END-IF
           END-IF
      *    *** 後続の判定で「未存在」と取違えないよう状態を戻す
           MOVE    ZERO        TO      WK-FPR1-STATUS
           .
       S014-EX.
           EXIT.

      *    *** 内容チェックサム1レコード分の積上げ (ADLER-32 方式。
      *    *** 位置の入替わりも検出できるよう累計の累計を持つ)
       S014A-10.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-PIN1-REC-LEN
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   ADD     PIC-Halfword TO     WK-CKS-A
                   ADD     WK-CKS-A    TO      WK-CKS-B
           END-PERFORM
           DIVIDE  WK-CKS-A    BY 65521 GIVING WK-CKS-QUOT
                                       REMAINDER WK-CKS-A
           DIVIDE  WK-CKS-B    BY 65521 GIVING WK-CKS-QUOT
                                       REMAINDER WK-CKS-B
           .
       S014A-EX.
           EXIT.

      *    *** PIN1-REC 実レコード長決定
       S007-10.
           IF      WK-PIN1-LAYOUT-SW = "2"
      *    *** 二重起動が GDGX/CKPT/STAT を壊すのを防ぐ)
           PERFORM S018-10     THRU    S018-EX

      *    *** 入力ファイルの指紋採取と重複投入の検査 (世代番号を
      *    *** 払出す前に行い、重複で打切る実行が世代を消費したり
      *    *** 古い世代を押出したりしないようにする)
           PERFORM S013-10     THRU    S013-EX

      *    *** POT1 GDG 世代番号決定 (実行の都度、新しい世代を払出す)
           PERFORM S009-10     THRU    S009-EX

      *    *** ファイル別件数もスキップ分を数え直す (セクション・
      *    *** レコードに全件分を反映するため)
                           ADD 1 TO WK-PINF-RECS (WK-PINF-IDX)
      *    *** SJIS 文字出現回数も検証と同じく決定的なので、
      *    *** スキップ中に数え直す (チェックポイントには持たない)
                           PERFORM S037-10 THRU S037-EX
      *    *** 検証は決定的なので、スキップ中も再検証して合否件数と
      *    *** ファイル別バイト数を数え直す (隔離レコードは中断前の
      *    *** 実行で書出し済みのため書出さない)
                                   WK-PINF-BYTES (WK-PINF-IDX)
                           ELSE
                               ADD 1 TO WK-REJ-CNT
                               ADD 1 TO WK-PINF-REJS (WK-PINF-IDX)
                           END-IF
                   ELSE
                       IF  WK-PIN1-STATUS = 10
                   ADD     1           TO
                           WK-PINF-RECS (WK-PINF-IDX)

      *            *** SJIS 文字出現回数集計 (漢字含みレイアウトのみ)
                   PERFORM S037-10     THRU    S037-EX

      *            *** レイアウト別レコード検証 (任意)。不合格なら
      *            *** 集計・ダンプせず隔離データセットへ書出して
      *            *** 続行する (少数の不正レコードでヒストグラム
                   END-IF
                   IF      WK-VALID-SW = "N"
                           ADD     1           TO      WK-REJ-CNT
                           ADD     1           TO
                                   WK-PINF-REJS (WK-PINF-IDX)
                           PERFORM S026-10     THRU    S026-EX
      *            *** 隔離率の遮断判定 (誤ったデータセットを
      *            *** 食わされた実行を早々に打切る)
       S036-EX.
           EXIT.

      *    *** SJIS 2バイト文字出現回数の集計 (漢字含みレイアウトのみ)。
      *    *** 検証と同じ SJIS 域 (目録採用時は型 'S' の規則域、
      *    *** 組込み時は 21-40) を走査する。外字や壊れた文字こそ
      *    *** 見たいので、検証の合否にかかわらず全データレコードを
      *    *** 数える
       S037-10.
           IF      WK-PIN1-LAYOUT-SW NOT = "2"
                   GO  TO  S037-EX
           END-IF

           ADD     1           TO      WK-SJ-REC-CNT

           IF      WK-LAY-FOUND-SW = "Y"
                   PERFORM VARYING WK-RULE-IDX FROM 1 BY 1
                           UNTIL   WK-RULE-IDX > WK-LAY-RULE-CNT
                           IF      WK-LAY-TYPE (WK-RULE-IDX) = "S"
                                   MOVE    WK-LAY-OFFSET (WK-RULE-IDX)
                                           TO      WK-CHK-BEG
                                   COMPUTE WK-CHK-END =
                                           WK-LAY-OFFSET (WK-RULE-IDX)
                                         + WK-LAY-LEN (WK-RULE-IDX) - 1
                                   PERFORM S038-10     THRU    S038-EX
                           END-IF
                   END-PERFORM
           ELSE
                   MOVE    21          TO      WK-CHK-BEG
                   MOVE    40          TO      WK-CHK-END
                   PERFORM S038-10     THRU    S038-EX
           END-IF
           .
       S037-EX.
           EXIT.

      *    *** SJIS 域1つ分の文字単位走査 (WK-CHK-BEG〜WK-CHK-END)。
      *    *** 区切り方は S028 と同じだが、不正があっても打切らず
      *    *** 1バイト進めて走査を続ける。外字域の先行バイト (X'F0'-
      *    *** X'FC') も文字として数える (検証では不合格になる)
       S038-10.
           MOVE    WK-CHK-BEG  TO      J
           PERFORM UNTIL J > WK-CHK-END
                   MOVE    LOW-VALUE   TO      PIC-XX
                   MOVE    PIN1-BYTE (J) TO    PIC-X
                   MOVE    PIC-Halfword TO     WK-BYTE-VAL
                   IF      WK-BYTE-VAL >= 32
                     AND   WK-BYTE-VAL <= 126
                           ADD     1           TO      J
                   ELSE
                       IF  (WK-BYTE-VAL >= 129 AND WK-BYTE-VAL <= 159)
                        OR (WK-BYTE-VAL >= 224 AND WK-BYTE-VAL <= 252)
                           PERFORM S039-10     THRU    S039-EX
                       ELSE
      *    *** 先行バイトにも印字可能文字にもならない1バイト
                           ADD     1           TO      WK-SJ-STRAY-CNT
                           ADD     1           TO      J
                       END-IF
                   END-IF
           END-PERFORM
           .
       S038-EX.
           EXIT.

      *    *** 先行バイト (位置 J) の処理。有効な後続バイトが続けば
      *    *** 2バイト文字として数えて2バイト進め、域末尾または後続
      *    *** バイト不正なら孤立した先行バイトとして数えて1バイト
      *    *** 進める
       S039-10.
           IF      WK-BYTE-VAL <= 159
                   COMPUTE WK-SJ-LEAD-IDX = WK-BYTE-VAL - 128
           ELSE
                   COMPUTE WK-SJ-LEAD-IDX = WK-BYTE-VAL - 192
           END-IF

           IF      J = WK-CHK-END
                   ADD     1           TO
                           WK-SJO-CNT (WK-SJ-LEAD-IDX)
                   ADD     1           TO      WK-SJ-ORP-CNT
                   ADD     1           TO      J
                   GO  TO  S039-EX
           END-IF

           MOVE    LOW-VALUE   TO      PIC-XX
           MOVE    PIN1-BYTE (J + 1) TO PIC-X
           MOVE    PIC-Halfword TO     WK-TRAIL-VAL
           IF      WK-TRAIL-VAL >= 64
             AND   WK-TRAIL-VAL <= 252
             AND   WK-TRAIL-VAL NOT = 127
                   COMPUTE WK-SJ-TRAIL-IDX = WK-TRAIL-VAL - 63
                   ADD     1           TO
                           WK-SJC-CNT (WK-SJ-LEAD-IDX, WK-SJ-TRAIL-IDX)
                   ADD     1           TO      WK-SJ-CHR-CNT
                   ADD     2           TO      J
           ELSE
                   ADD     1           TO
                           WK-SJO-CNT (WK-SJ-LEAD-IDX)
                   ADD     1           TO      WK-SJ-ORP-CNT
                   ADD     1           TO      J
           END-IF
           .
       S039-EX.
           EXIT.

      *    *** パック10進数域の検証 (WK-CHK-BEG〜WK-CHK-END)。域を
      *    *** パック10進数の塊とみなし、最終バイトの下位ニブル
      *    *** (符号、X'A'-X'F') 以外のニブルはすべて数字 (0-9) で
       S120-EX.
           EXIT.

      *    *** SJIS 文字出現回数 WRITE (出現した2バイト文字ごとに
      *    *** 'C'、孤立した先行バイトごとに 'O'、末尾に合計 'T')。
      *    *** 漢字含みレイアウト以外の実行でも必ず OPEN OUTPUT で
      *    *** 空に作り直す (前回実行の集計を TEST01K が今回の世代と
      *    *** 取違えるのを防ぐ)
       S125-10.
           OPEN    OUTPUT      SJF1-F
           IF      WK-SJF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 SJF1-F OPEN ERROR STATUS="
                           WK-SJF1-STATUS
                   MOVE    "S125-10"   TO      WK-ERR-PARA
                   MOVE    WK-SJF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-PIN1-LAYOUT-SW NOT = "2"
                   CLOSE   SJF1-F
                   GO  TO  S125-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 60
                   IF      I <= 31
                           COMPUTE WK-SJ-LEAD-VAL = I + 128
                   ELSE
                           COMPUTE WK-SJ-LEAD-VAL = I + 192
                   END-IF
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL   K > 189
                           IF      WK-SJC-CNT (I, K) > ZERO
                                   COMPUTE WK-SJ-TRAIL-VAL = K + 63
                                   PERFORM S126-10     THRU    S126-EX
                           END-IF
                   END-PERFORM
           END-PERFORM

      *    *** 孤立した先行バイト
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 60
                   IF      WK-SJO-CNT (I) > ZERO
                           IF      I <= 31
                                   COMPUTE WK-SJ-LEAD-VAL = I + 128
                           ELSE
                                   COMPUTE WK-SJ-LEAD-VAL = I + 192
                           END-IF
                           MOVE    SPACE       TO      SJF1-REC
                           MOVE    WK-POT1-GEN-NBR TO  SJF1-GEN-NBR
                           MOVE    "O"         TO      SJF1-TYPE
                           MOVE    LOW-VALUE   TO      PIC-XX
                           MOVE    WK-SJ-LEAD-VAL TO   PIC-Halfword
                           MOVE    PIC-X       TO      SJF1-CHAR (1:1)
                           DIVIDE  WK-SJ-LEAD-VAL BY 16
                                   GIVING  WK-NIB-HI
                                   REMAINDER WK-NIB-LO
                           MOVE    Hex-Digit (WK-NIB-HI + 1) TO
                                   SJF1-HEX (1:1)
                           MOVE    Hex-Digit (WK-NIB-LO + 1) TO
                                   SJF1-HEX (2:1)
                           MOVE    WK-SJO-CNT (I) TO   SJF1-COUNT
                           PERFORM S127-10     THRU    S127-EX
                   END-IF
           END-PERFORM

      *    *** 合計レコード
           MOVE    SPACE       TO      SJF1-TRL-REC
           MOVE    WK-POT1-GEN-NBR TO  SJF1-TRL-GEN-NBR
           MOVE    "T"         TO      SJF1-TRL-TYPE
           MOVE    WK-SJ-REC-CNT TO    SJF1-TRL-REC-CNT
           MOVE    WK-SJ-CHR-CNT TO    SJF1-TRL-CHR-CNT
           MOVE    WK-SJ-ORP-CNT TO    SJF1-TRL-ORP-CNT
           MOVE    WK-SJ-STRAY-CNT TO  SJF1-TRL-STRAY-CNT
           MOVE    WK-SJ-DIST-CNT TO   SJF1-TRL-DIST-CNT
           MOVE    X"0D"       TO      SJF1-TRL-CR
           MOVE    X"0A"       TO      SJF1-TRL-LF
           WRITE   SJF1-TRL-REC
           IF      WK-SJF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 SJF1-F WRITE ERROR STATUS="
                           WK-SJF1-STATUS
                   MOVE    "S125-10"   TO      WK-ERR-PARA
                   MOVE    WK-SJF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-SJ-WRT-CNT

           CLOSE   SJF1-F
           .
       S125-EX.
           EXIT.

      *    *** 2バイト文字1件分の 'C' レコード作成
      *    *** (WK-SJ-LEAD-VAL/WK-SJ-TRAIL-VAL、件数は表 (I, K))。
      *    *** 分類は JIS X 0208 の区番号で判定する
       S126-10.
           MOVE    SPACE       TO      SJF1-REC
           MOVE    WK-POT1-GEN-NBR TO  SJF1-GEN-NBR
           MOVE    "C"         TO      SJF1-TYPE
           MOVE    LOW-VALUE   TO      PIC-XX
           MOVE    WK-SJ-LEAD-VAL TO   PIC-Halfword
           MOVE    PIC-X       TO      SJF1-CHAR (1:1)
           DIVIDE  WK-SJ-LEAD-VAL BY 16
                   GIVING  WK-NIB-HI  REMAINDER WK-NIB-LO
           MOVE    Hex-Digit (WK-NIB-HI + 1) TO SJF1-HEX (1:1)
           MOVE    Hex-Digit (WK-NIB-LO + 1) TO SJF1-HEX (2:1)
           MOVE    LOW-VALUE   TO      PIC-XX
           MOVE    WK-SJ-TRAIL-VAL TO  PIC-Halfword
           MOVE    PIC-X       TO      SJF1-CHAR (2:1)
           DIVIDE  WK-SJ-TRAIL-VAL BY 16
                   GIVING  WK-NIB-HI  REMAINDER WK-NIB-LO
           MOVE    Hex-Digit (WK-NIB-HI + 1) TO SJF1-HEX (3:1)
           MOVE    Hex-Digit (WK-NIB-LO + 1) TO SJF1-HEX (4:1)

      *    *** X'F0'-X'F9' は利用者定義域、X'FA'-X'FC' は機種依存の
      *    *** 拡張域。それ以外は区番号 (先行バイト1値が2区分、後続
      *    *** バイト X'9F' 以上が偶数区) で規定行か否かを見る
           IF      WK-SJ-LEAD-VAL >= 240
                   IF      WK-SJ-LEAD-VAL <= 249
                           MOVE    "G"         TO      SJF1-CLASS
                   ELSE
                           MOVE    "X"         TO      SJF1-CLASS
                   END-IF
           ELSE
                   IF      WK-SJ-LEAD-VAL <= 159
                           COMPUTE WK-SJ-ROW =
                                   (WK-SJ-LEAD-VAL - 129) * 2 + 1
                   ELSE
                           COMPUTE WK-SJ-ROW =
                                   (WK-SJ-LEAD-VAL - 193) * 2 + 1
                   END-IF
                   IF      WK-SJ-TRAIL-VAL >= 159
                           ADD     1           TO      WK-SJ-ROW
                   END-IF
                   IF      (WK-SJ-ROW >= 1  AND WK-SJ-ROW <= 8)
                        OR (WK-SJ-ROW >= 16 AND WK-SJ-ROW <= 84)
                           MOVE    "J"         TO      SJF1-CLASS
                   ELSE
                           MOVE    "X"         TO      SJF1-CLASS
                   END-IF
           END-IF

           MOVE    WK-SJC-CNT (I, K) TO SJF1-COUNT
           ADD     1           TO      WK-SJ-DIST-CNT
           PERFORM S127-10     THRU    S127-EX
           .
       S126-EX.
           EXIT.

      *    *** SJF1 明細レコード WRITE
       S127-10.
           MOVE    X"0D"       TO      SJF1-CR
           MOVE    X"0A"       TO      SJF1-LF
           WRITE   SJF1-REC
           IF      WK-SJF1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 SJF1-F WRITE ERROR STATUS="
                           WK-SJF1-STATUS
                   MOVE    "S127-10"   TO      WK-ERR-PARA
                   MOVE    WK-SJF1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           ADD     1           TO      WK-SJ-WRT-CNT
           .
       S127-EX.
           EXIT.

      *    *** バイト値別の累積統計マスタ更新。制御レコード (キー
      *    *** 999) に最後に反映した世代番号を持ち、同一世代の再実行
      *    *** (リスタート後の完走を含む) では二重反映せずに飛ばす
           END-IF

      *    *** 反映済み世代なら何もしない
           MOVE    WK-FEED-ID  TO      STA1-FEED-ID
           MOVE    999         TO      STA1-KEY
           READ    STA1-F
           IF      WK-STA1-STATUS =    ZERO
           END-PERFORM

      *    *** 制御レコードを今回の世代番号で書替える
           MOVE    WK-FEED-ID  TO      STA1-FEED-ID
           MOVE    999         TO      STA1-KEY
           READ    STA1-F
           IF      WK-STA1-STATUS =    ZERO
                   REWRITE STA1-REC
           ELSE
                   MOVE    SPACE       TO      STA1-CTL-REC
                   MOVE    WK-FEED-ID  TO      STA1-CTL-FEED-ID
                   MOVE    999         TO      STA1-CTL-KEY
                   MOVE    WK-POT1-GEN-NBR TO  STA1-CTL-GEN
                   WRITE   STA1-REC
      *    *** 累計レコード自体は作る (キー網羅のため)。出現実行
      *    *** 回数・最小/最大・初見/最新日時は件数>0の実行のみ反映
       S131-10.
           MOVE    WK-FEED-ID  TO      STA1-FEED-ID
           COMPUTE STA1-KEY = I - 1
           READ    STA1-F
           IF      WK-STA1-STATUS =    ZERO
                   REWRITE STA1-REC
           ELSE
                   MOVE    SPACE       TO      STA1-REC
                   MOVE    WK-FEED-ID  TO      STA1-FEED-ID
                   COMPUTE STA1-KEY = I - 1
                   MOVE    WK-POT1-GEN-NBR TO  STA1-LAST-GEN
                   MOVE    WK-HIST-CNT (I) TO  STA1-TOTAL-CNT
       S131-EX.
           EXIT.

      *    *** 指紋登録簿への追加。今回反映した入力ファイルの指紋を
      *    *** 世代番号・実行開始日時・データセット名と共に書く。
      *    *** 既に在るキー (リスタートで同じ世代を再反映した場合) は
      *    *** 初回の記録を残して飛ばす。0件のファイルは指紋で区別
      *    *** できないので登録しない
       S135-10.
           IF      WK-DUP-ACTION = "N"
                   GO  TO  S135-EX
           END-IF

           OPEN    I-O         FPR1-F
           IF      WK-FPR1-STATUS =    35
                   OPEN    OUTPUT      FPR1-F
           END-IF
           IF      WK-FPR1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 FPR1-F OPEN ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S135-10"   TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-PINF-CNT
                   IF      WK-PINF-FP-RECS (I) NOT = ZERO
                           PERFORM S135A-10    THRU    S135A-EX
                   END-IF
           END-PERFORM

           CLOSE   FPR1-F
           DISPLAY WK-PGM-NAME " FINGERPRINTS REGISTERED = "
                   WK-FPR-WRT-CNT
           .
       S135-EX.
           EXIT.

      *    *** 登録簿への1件書出し
       S135A-10.
           MOVE    SPACE       TO      FPR1-REC
           MOVE    WK-PINF-FP-RECS (I) TO FPR1-RECS
           MOVE    WK-PINF-FP-BYTES (I) TO FPR1-BYTES
           MOVE    WK-PINF-CKSUM (I) TO FPR1-CKSUM
           MOVE    WK-POT1-GEN-NBR TO  FPR1-GEN-NBR
           MOVE    WK-START-TS TO      FPR1-FIRST-TS
           MOVE    WK-PINF-NAME (I) TO FPR1-F-NAME
           WRITE   FPR1-REC
           IF      WK-FPR1-STATUS =    ZERO
                   ADD     1           TO      WK-FPR-WRT-CNT
           ELSE
               IF  WK-FPR1-STATUS NOT = 22
                   DISPLAY "TEST01 FPR1-F WRITE ERROR STATUS="
                           WK-FPR1-STATUS
                   MOVE    "S135A-10"  TO      WK-ERR-PARA
                   MOVE    WK-FPR1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
               END-IF
           END-IF
           .
       S135A-EX.
           EXIT.

      *    *** 世代完了マーカ書出し。トレーラまで書切った世代番号で
      *    *** 上書きする (読手はこの番号以下の世代だけ読んでよい)
       S140-10.
       S140-EX.
           EXIT.

      *    *** ヒストグラム履歴追記。完了した世代ごとに256値の件数と
      *    *** ヘッダ/トレーラ件数を1件追記する (共用の長期データ
      *    *** セットのため書出す間だけ開き、未存在ならステータス35
      *    *** になるため新規作成側に落とす)。検算不一致の世代も
      *    *** 検算結果を付けて残す (読手が除外を判断する)。同じ
      *    *** 世代のリスタートでは同じ世代番号の2件目が追記される
      *    *** ため、読手は世代番号ごとに後の1件を採る
       S145-10.
           OPEN    EXTEND      HST1-F
           IF      WK-HST1-STATUS =    35
                   OPEN    OUTPUT      HST1-F
           END-IF
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 HST1-F OPEN ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    "S145-10"   TO      WK-ERR-PARA
                   MOVE    WK-HST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           MOVE    SPACE       TO      HST1-REC
           MOVE    WK-POT1-GEN-NBR TO  HST1-GEN-NBR
           MOVE    WK-START-TS (1:8) TO HST1-RUN-DATE
           MOVE    WK-START-TS TO      HST1-RUN-TS
           MOVE    WK-HDR-PIN1-CNT TO  HST1-PIN1-CNT
           MOVE    WK-PINF-CNT TO      HST1-FILE-CNT
           IF      WK-ENCODING-SW = "E"
                   MOVE    "E"         TO      HST1-ENCODING
           ELSE
                   MOVE    "A"         TO      HST1-ENCODING
           END-IF
           MOVE    WK-TRL-POT1-CNT TO  HST1-POT1-CNT
           MOVE    WK-ACC-CNT  TO      HST1-ACC-CNT
           MOVE    WK-REJ-CNT  TO      HST1-REJ-CNT
           IF      WK-OOB-SW = "Y"
                   MOVE    "N"         TO      HST1-BAL-SW
           ELSE
                   MOVE    "Y"         TO      HST1-BAL-SW
           END-IF
           MOVE    WK-PIN1-LAYOUT-SW TO HST1-LAYOUT
           MOVE    WK-FEED-ID  TO      HST1-FEED-ID
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 256
                   MOVE    WK-HIST-CNT (I) TO  HST1-CNT (I)
           END-PERFORM
           MOVE    X"0D"       TO      HST1-CR
           MOVE    X"0A"       TO      HST1-LF
           WRITE   HST1-REC
           IF      WK-HST1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 HST1-F WRITE ERROR STATUS="
                           WK-HST1-STATUS
                   MOVE    "S145-10"   TO      WK-ERR-PARA
                   MOVE    WK-HST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   HST1-F
           .
       S145-EX.
           EXIT.

      *    *** 実行排他ロックの解放 (GDG 世代削除と同じ要領で
      *    *** データセットごと消す。消せなくても警告のみで続行)
       S150-10.
       S116-EX.
           EXIT.

      *    *** 送付明細との突合。入力リストのファイルごとに申告
      *    *** 件数・バイト数と実績を突合して受領通知 (ACK/NAK) を
      *    *** 書き、続けて入力リストに無かった明細エントリを未着の
      *    *** NAK として書く。受領通知は送付明細の無い実行でも空に
      *    *** 作り直す (前回実行の通知を誤って返送しないため。
      *    *** WEX1-F と同じ理屈)
       S117-10.
           OPEN    OUTPUT      ACK1-F
           IF      WK-ACK1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 ACK1-F OPEN ERROR STATUS="
                           WK-ACK1-STATUS
                   MOVE    "S117-10"   TO      WK-ERR-PARA
                   MOVE    WK-ACK1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-MFS-FOUND-SW = "Y"
               OR  WK-MFST-STOP-SW = "Y"
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL   I > WK-PINF-CNT
                           PERFORM S118-10     THRU    S118-EX
                   END-PERFORM
                   PERFORM VARYING WK-MFS-IDX FROM 1 BY 1
                           UNTIL   WK-MFS-IDX > WK-MFS-CNT
                           IF      WK-MFS-USED-SW (WK-MFS-IDX) = "N"
                                   PERFORM S119-10     THRU    S119-EX
                           END-IF
                   END-PERFORM
           END-IF

      *    *** 重複で読飛ばしたファイルのうち、送付明細エントリとして
      *    *** 返していないもの (送付明細なしの実行を含む) の NAK
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-SKP-CNT
                   IF      WK-SKP-MFS-SW (I) = "N"
                           PERFORM S119B-10    THRU    S119B-EX
                   END-IF
           END-PERFORM

           CLOSE   ACK1-F

           IF      WK-NAK-CNT > ZERO
                   DISPLAY WK-PGM-NAME " MANIFEST NAK COUNT = "
                           WK-NAK-CNT
           END-IF
           .
       S117-EX.
           EXIT.

      *    *** 入力リスト1ファイル分の突合・受領通知書出し。受領
      *    *** バイト数は合格分 (WK-PINF-BYTES) に隔離分を足した
      *    *** もの (隔離は当方の検証結果で、送り手からは受領済み)
       S118-10.
           MOVE    SPACE       TO      ACK1-REC
           MOVE    WK-PINF-NAME (I) TO ACK1-F-NAME
           MOVE    WK-POT1-GEN-NBR TO  ACK1-GEN-NBR
           COMPUTE WK-ACT-BYTES = WK-PINF-BYTES (I)
                   + WK-PINF-REJS (I) * WK-PIN1-REC-LEN
           MOVE    WK-PINF-RECS (I) TO ACK1-ACT-RECS
           MOVE    WK-ACT-BYTES TO     ACK1-ACT-BYTES
           MOVE    ZERO        TO      ACK1-EXP-RECS
           MOVE    ZERO        TO      ACK1-EXP-BYTES

           PERFORM VARYING WK-MFS-IDX FROM 1 BY 1
                   UNTIL   WK-MFS-IDX > WK-MFS-CNT
                   OR      WK-MFS-NAME (WK-MFS-IDX) = WK-PINF-NAME (I)
                   CONTINUE
           END-PERFORM

           IF      WK-MFS-IDX > WK-MFS-CNT
                   MOVE    "NAK"       TO      ACK1-RESULT
                   MOVE    "NO MANIFEST RECORD" TO ACK1-REASON
           ELSE
                   MOVE    "Y"         TO
                           WK-MFS-USED-SW (WK-MFS-IDX)
                   MOVE    WK-MFS-RECS (WK-MFS-IDX) TO ACK1-EXP-RECS
                   MOVE    WK-MFS-BYTES (WK-MFS-IDX) TO ACK1-EXP-BYTES
                   MOVE    "NAK"       TO      ACK1-RESULT
                   IF      WK-PINF-RECS (I) < WK-MFS-RECS (WK-MFS-IDX)
                           MOVE "RECORD COUNT SHORT" TO ACK1-REASON
                   ELSE
                     IF    WK-PINF-RECS (I) > WK-MFS-RECS (WK-MFS-IDX)
                           MOVE "RECORD COUNT OVER" TO ACK1-REASON
                     ELSE
                       IF  WK-ACT-BYTES < WK-MFS-BYTES (WK-MFS-IDX)
                           MOVE "BYTE COUNT SHORT" TO ACK1-REASON
                       ELSE
                         IF WK-ACT-BYTES > WK-MFS-BYTES (WK-MFS-IDX)
                           MOVE "BYTE COUNT OVER" TO ACK1-REASON
                         ELSE
                           MOVE "ACK"  TO      ACK1-RESULT
                           MOVE "RECEIVED OK" TO ACK1-REASON
                         END-IF
                       END-IF
                     END-IF
                   END-IF
           END-IF

           PERFORM S118A-10     THRU    S118A-EX
           .
       S118-EX.
           EXIT.

      *    *** 入力リストに無かった送付明細エントリの NAK。重複
      *    *** として読飛ばしたファイルなら重複投入、そうでなければ
      *    *** 未着として返す
       S119-10.
           MOVE    SPACE       TO      ACK1-REC
           MOVE    "NAK"       TO      ACK1-RESULT
           MOVE    WK-MFS-NAME (WK-MFS-IDX) TO ACK1-F-NAME
           MOVE    WK-POT1-GEN-NBR TO  ACK1-GEN-NBR
           MOVE    WK-MFS-RECS (WK-MFS-IDX) TO ACK1-EXP-RECS
           MOVE    ZERO        TO      ACK1-ACT-RECS
           MOVE    WK-MFS-BYTES (WK-MFS-IDX) TO ACK1-EXP-BYTES
           MOVE    ZERO        TO      ACK1-ACT-BYTES
           MOVE    "NOT RECEIVED" TO   ACK1-REASON

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-SKP-CNT
                   IF      WK-SKP-NAME (I) = WK-MFS-NAME (WK-MFS-IDX)
                           MOVE    WK-SKP-RECS (I) TO  ACK1-ACT-RECS
                           MOVE    WK-SKP-BYTES (I) TO ACK1-ACT-BYTES
                           MOVE    "DUPLICATE FEED" TO ACK1-REASON
                           MOVE    "Y"         TO  WK-SKP-MFS-SW (I)
                   END-IF
           END-PERFORM

           PERFORM S118A-10     THRU    S118A-EX
           .
       S119-EX.
           EXIT.

      *    *** 送付明細なしの実行で重複として読飛ばしたファイルの NAK
       S119B-10.
           MOVE    SPACE       TO      ACK1-REC
           MOVE    "NAK"       TO      ACK1-RESULT
           MOVE    WK-SKP-NAME (I) TO  ACK1-F-NAME
           MOVE    WK-POT1-GEN-NBR TO  ACK1-GEN-NBR
           MOVE    ZERO        TO      ACK1-EXP-RECS
           MOVE    WK-SKP-RECS (I) TO  ACK1-ACT-RECS
           MOVE    ZERO        TO      ACK1-EXP-BYTES
           MOVE    WK-SKP-BYTES (I) TO ACK1-ACT-BYTES
           MOVE    "DUPLICATE FEED" TO ACK1-REASON

           PERFORM S118A-10     THRU    S118A-EX
           .
       S119B-EX.
           EXIT.

      *    *** 受領通知1件の書出し (NAK は件数を数えて表示する)
       S118A-10.
           MOVE    X"0D"       TO      ACK1-CR
           MOVE    X"0A"       TO      ACK1-LF
           WRITE   ACK1-REC
           IF      WK-ACK1-STATUS NOT =  ZERO
                   DISPLAY "TEST01 ACK1-F WRITE ERROR STATUS="
                           WK-ACK1-STATUS
                   MOVE    "S118A-10"   TO      WK-ERR-PARA
                   MOVE    WK-ACK1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      ACK1-RESULT = "NAK"
                   ADD     1           TO      WK-NAK-CNT
                   DISPLAY "TEST01 MANIFEST NAK " ACK1-F-NAME
                           " " ACK1-REASON
           END-IF
           .
       S118A-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

               DISPLAY WK-PGM-NAME " ｷｬｯｶ  ｹﾝｽｳ = "
                       WK-REJ-CNT
           END-IF
           IF      WK-PIN1-LAYOUT-SW = "2"
               DISPLAY WK-PGM-NAME " SJFQ ｹﾝｽｳ = "
                       WK-SJ-WRT-CNT
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           MOVE    WK-RESTART-SW TO    AUD1-RESTART-SW
           MOVE    WK-PIN1-CNT TO      AUD1-READ-CNT
           MOVE    WK-POT1-CNT TO      AUD1-WRITE-CNT
           MOVE    WK-FEED-ID  TO      AUD1-FEED-ID
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   IF  WK-WTC-SEV-SW = "Y"
                       MOVE    "WTCH"  TO      AUD1-DISP
                   ELSE
                       IF  WK-MFST-STOP-SW = "Y"
                           AND WK-NAK-CNT > ZERO
                           MOVE    "NAK "  TO      AUD1-DISP
                       ELSE
                           IF  WK-DUP-STOP-SW = "Y"
                               MOVE    "DUP "  TO  AUD1-DISP
                           ELSE
                               MOVE    "OK  "  TO  AUD1-DISP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
