       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01M.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 禁止バイト監視リスト (WTC1) とレイアウト目録 (LAY1) の
      *    *** 保守プログラム。追加/変更/削除の更新トランザクション
      *    *** を TEST01 の S016-10/S019A-10 と同じ規則で検査し、
      *    *** 合格分だけを両ファイルに反映する。不合格分は理由付き
      *    *** で報告し、更新後の両ファイルの全件一覧を印字する。
      *    *** 反映した変更はすべて変更前/変更後の像を日付付きで
      *    *** 変更履歴データセットに追記する (誰がいつ許容上限を
      *    *** 変えたかを後から答えられるようにする)。
      *    *** 監視リストは供給元別、レイアウト目録は共用。更新中に
      *    *** TEST01 が走らないよう、同じ実行排他ロックを取る
       SELECT TRN1-F           ASSIGN   WK-TRN1-F-NAME
                               STATUS   WK-TRN1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 禁止バイト監視リスト (TEST01 と共用。全件読込んで
      *    *** 更新し、変更があれば全件書直す)
       SELECT WTC1-F           ASSIGN   WK-WTC1-F-NAME
                               STATUS   WK-WTC1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** レイアウト目録 (TEST01 と共用。同上)
       SELECT LAY1-F           ASSIGN   WK-LAY1-F-NAME
                               STATUS   WK-LAY1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 変更履歴 (反映した変更ごとに1件追記する。CR+LF 付き
      *    *** で目視できる形式)
       SELECT CHG1-F           ASSIGN   WK-CHG1-F-NAME
                               STATUS   WK-CHG1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 実行排他ロック (TEST01 と共用。マスタ更新中に TEST01
      *    *** が走らないよう、同じロックを取る)
       SELECT LCK1-F           ASSIGN   WK-LCK1-F-NAME
                               STATUS   WK-LCK1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 保守報告データセット。印字行は純テキストのため
      *    *** LINE SEQUENTIAL で1行=1レコードにする
       SELECT RPT1-F           ASSIGN   WK-RPT1-F-NAME
                               STATUS   WK-RPT1-STATUS
           ORGANIZATION LINE   SEQUENTIAL.

      *    *** 起動パラメタ (データセット名、ロック無視、供給元 ID)
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

      *    *** 更新トランザクション (1件80バイト固定長)。
      *    *** 対象 'W'=監視リスト 'L'=レイアウト目録、処理区分
      *    *** 'A'=追加 'C'=変更 'D'=削除。変更は対象レコードの
      *    *** 全項目を指定する (キーで探して丸ごと置換える)。
      *    *** 削除はキー (バイト値/レイアウト・コード) だけでよい
       FD  TRN1-F
           LABEL RECORDS ARE STANDARD.
       01  TRN1-REC.
           03  TRN1-FILE       PIC  X(001).
           03  TRN1-ACTION     PIC  X(001).
      *    *** 変更者 ID (必須。変更履歴に残す)
           03  TRN1-USER-ID    PIC  X(008).
      *    *** 対象レコードの像 (WTC1-REC または LAY1-REC の形式)
           03  TRN1-DATA       PIC  X(062).
           03  TRN1-W-DATA     REDEFINES TRN1-DATA.
               05  TRN1-W-VALUE PIC 9(003).
               05  TRN1-W-MAX-CNT PIC 9(009).
               05  TRN1-W-SEV  PIC  X(001).
               05  FILLER      PIC  X(049).
           03  TRN1-L-DATA     REDEFINES TRN1-DATA.
               05  TRN1-L-CODE PIC  X(001).
               05  TRN1-L-REC-LEN PIC 9(003).
               05  TRN1-L-RULE-CNT PIC 9(002).
               05  TRN1-L-RULE-TBL PIC X(056).
           03  FILLER          PIC  X(008).

      *    *** 禁止バイト監視リスト・レコード (TEST01 と同一レイアウト)
       FD  WTC1-F
           LABEL RECORDS ARE STANDARD.
       01  WTC1-REC.
           03  WTC1-VALUE      PIC  9(003).
           03  WTC1-MAX-CNT    PIC  9(009).
           03  WTC1-SEV        PIC  X(001).

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

      *    *** 変更履歴レコード (実行日・実行開始日時・変更者・
      *    *** 供給元・対象データセット名・対象/処理区分・変更前/
      *    *** 変更後の像。追加の変更前、削除の変更後は空白)
       FD  CHG1-F
           LABEL RECORDS ARE STANDARD.
       01  CHG1-REC.
           03  CHG1-DATE       PIC  X(008).
           03  CHG1-TS         PIC  X(026).
           03  CHG1-USER-ID    PIC  X(008).
           03  CHG1-FEED-ID    PIC  X(008).
           03  CHG1-F-NAME     PIC  X(032).
           03  CHG1-FILE       PIC  X(001).
           03  CHG1-ACTION     PIC  X(001).
           03  CHG1-BEF-IMG    PIC  X(062).
           03  CHG1-AFT-IMG    PIC  X(062).
           03  CHG1-CR         PIC  X(001).
           03  CHG1-LF         PIC  X(001).

      *    *** 実行排他ロック・レコード (TEST01 と共用)
       FD  LCK1-F
           LABEL RECORDS ARE STANDARD.
       01  LCK1-REC.
           03  LCK1-PGM-NAME   PIC  X(008).
           03  LCK1-START-TS   PIC  X(026).

      *    *** 保守報告1行分の実バッファ
       FD  RPT1-F
           LABEL RECORDS ARE STANDARD.
       01  RPT1-LINE           PIC  X(132).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-TRN1-F-NAME PIC  X(032).
           03  CTL1-RPT1-F-NAME PIC  X(032).
           03  CTL1-WTC1-F-NAME PIC  X(032).
           03  CTL1-LAY1-F-NAME PIC  X(032).
           03  CTL1-CHG1-F-NAME PIC  X(032).
      *    *** 'Y'=残っている実行排他ロックを無視して走る
           03  CTL1-LOCK-OVRD-SW PIC X(001).
      *    *** 供給元 ID (空白=既定の単一供給元。TEST01 の同名項目
      *    *** と同じ値を指定し、その供給元の監視リストを保守する)
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
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01M ".
      *    *** 更新トランザクション・データセットの DD 名 (規定値)
           03  WK-TRN1-F-NAME  PIC  X(032) VALUE "TEST01M.TRAN".
      *    *** 禁止バイト監視リストの DD 名 (TEST01 と同じ)
           03  WK-WTC1-F-NAME  PIC  X(032) VALUE "TEST01.WTCH".
      *    *** レイアウト目録の DD 名 (TEST01 と同じ)
           03  WK-LAY1-F-NAME  PIC  X(032) VALUE "TEST01.LAYT".
      *    *** 変更履歴データセットの DD 名 (規定値、全供給元で共用)
           03  WK-CHG1-F-NAME  PIC  X(032) VALUE "TEST01.CHGL".
      *    *** 実行排他ロック・データセットの DD 名 (TEST01 と同じ)
           03  WK-LCK1-F-NAME  PIC  X(032) VALUE "TEST01.LOCK".
      *    *** 保守報告データセットの DD 名 (規定値)
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01M.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01M.PARM".

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

           03  WK-TRN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-WTC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LAY1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CHG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LCK1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-RPT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LCK1-DEL-STATUS BINARY-LONG SYNC VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力
      *    *** 28=サブルーチン 32=ロック。正常終了でも不合格の
      *    *** トランザクションか規則に合わないエントリが残って
      *    *** いれば 8 で終る)
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.

      *    *** 実行開始日時の控えと実行履歴用の読書き件数
           03  WK-START-TS     PIC  X(026) VALUE SPACE.
           03  WK-AUD-READ-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-AUD-WRITE-CNT BINARY-LONG SYNC VALUE ZERO.

      *    *** 起動パラメタの控え
           03  WK-LOCK-OVRD-SW PIC  X(001) VALUE "N".

      *    *** トランザクション件数 (読込/反映/不合格) と、更新後の
      *    *** 両ファイルに残る規則違反エントリ数
           03  WK-TRN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-APL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REJ-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-BAD-CNT      BINARY-LONG SYNC VALUE ZERO.

      *    *** 'Y'=監視リスト/レイアウト目録に反映した変更が在る
      *    *** (変更の無いファイルは書直さない)
           03  WK-WTC-UPD-SW   PIC  X(001) VALUE "N".
           03  WK-LAY-UPD-SW   PIC  X(001) VALUE "N".

      *    *** トランザクション1件分の不合格理由 (空白=合格)
           03  WK-REASON       PIC  X(036) VALUE SPACE.
      *    *** キー検索で見つかった表の位置 (0=無し)
           03  WK-POS          BINARY-LONG SYNC VALUE ZERO.
      *    *** 不合格理由に入れる規則番号
           03  WK-RULE-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RULE-EDIT    PIC  9(001).
           03  WK-RULE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 変更前/変更後の像 (変更履歴用)
           03  WK-BEF-IMG      PIC  X(062) VALUE SPACE.
           03  WK-AFT-IMG      PIC  X(062) VALUE SPACE.

      *    *** ページ制御 (1ページの本文行数・現在行・ページ番号。
      *    *** 現在行は大きな初期値にして最初の1行で改ページさせる)
           03  WK-PAGE-LINES   BINARY-LONG SYNC VALUE 60.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE 99.
           03  WK-PAGE-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** HEX 編集用
           03  WK-HEX-HI       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HEX-LO       BINARY-LONG SYNC VALUE ZERO.

      *    *** 検査・印字用の作業レコード (監視リスト1件分)
       01  WK-W-REC.
           03  WK-W-VALUE      PIC  9(003).
           03  WK-W-MAX-CNT    PIC  9(009).
           03  WK-W-SEV        PIC  X(001).

      *    *** 検査・印字用の作業レコード (レイアウト目録1件分)
       01  WK-L-REC.
           03  WK-L-CODE       PIC  X(001).
           03  WK-L-REC-LEN    PIC  9(003).
           03  WK-L-RULE-CNT   PIC  9(002).
           03  WK-L-RULE-TBL.
               05  WK-L-RULE   OCCURS 8 TIMES.
                   07  WK-L-RULE-OFFSET PIC 9(003).
                   07  WK-L-RULE-LEN    PIC 9(003).
                   07  WK-L-RULE-TYPE   PIC X(001).

      *    *** 監視リストの全件 (TEST01 の上限と同じ64件)。
      *    *** 区分は今回の処理で追加/変更したエントリの印
       01  WTC-TBL-AREA.
           03  WK-WTC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-WTC-ENT      OCCURS 64.
               05  WK-WTC-IMG  PIC  X(013).
               05  WK-WTC-MARK PIC  X(008).

      *    *** レイアウト目録の全件 (最大64コード)
       01  LAY-TBL-AREA.
           03  WK-LAY-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAY-ENT      OCCURS 64.
               05  WK-LAY-IMG  PIC  X(062).
               05  WK-LAY-MARK PIC  X(008).

      *    *** 反映した変更の控え。変更履歴はマスタを書直し終えて
      *    *** から追記する (書直しに失敗した変更を履歴に残さない)
       01  CHG-TBL-AREA.
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHG-ENT      OCCURS 200.
               05  WK-CHG-FILE PIC  X(001).
               05  WK-CHG-ACTION PIC X(001).
               05  WK-CHG-USER-ID PIC X(008).
               05  WK-CHG-BEF-IMG PIC X(062).
               05  WK-CHG-AFT-IMG PIC X(062).

       01  Hex-Digits          VALUE '0123456789ABCDEF'.
           05  Hex-Digit       OCCURS 16 TIMES PIC X(1).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

      *    *** 保守報告の行レイアウト
       01  WK-PRT-LINE         PIC  X(132).

       01  PRT-HEAD-LINE.
           03  FILLER          PIC  X(009) VALUE "TEST01M  ".
           03  FILLER          PIC  X(024) VALUE
               "WATCHLIST/CATALOG MAINT ".
           03  FILLER          PIC  X(005) VALUE " RUN ".
           03  PRT-HEAD-DATETIME PIC X(026).
           03  FILLER          PIC  X(007) VALUE "  FEED ".
           03  PRT-HEAD-FEED   PIC  X(008).
           03  FILLER          PIC  X(007) VALUE "  PAGE ".
           03  PRT-HEAD-PAGE   PIC  ZZZZ9.
           03  FILLER          PIC  X(041) VALUE SPACE.

       01  PRT-SECT-LINE.
           03  PRT-SECT-TITLE  PIC  X(040).
           03  PRT-SECT-F-NAME PIC  X(032).
           03  FILLER          PIC  X(060) VALUE SPACE.

       01  PRT-TRN-TITLE.
           03  FILLER          PIC  X(030) VALUE
               "  SEQ F A USER ID   RESULT    ".
           03  FILLER          PIC  X(038) VALUE
               "REASON".
           03  FILLER          PIC  X(064) VALUE
               "TRANSACTION IMAGE".

       01  PRT-TRN-LINE.
           03  PRT-TRN-SEQ     PIC  ZZZZ9.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-TRN-FILE    PIC  X(001).
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-TRN-ACTION  PIC  X(001).
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-TRN-USER-ID PIC  X(008).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-TRN-RESULT  PIC  X(008).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-TRN-REASON  PIC  X(036).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-TRN-IMG     PIC  X(062).
           03  FILLER          PIC  X(002) VALUE SPACE.

       01  PRT-WTC-TITLE.
           03  FILLER          PIC  X(048) VALUE
               "DEC  HEX     LIMIT  SEV  MARK      NOTE".
           03  FILLER          PIC  X(084) VALUE SPACE.

       01  PRT-WTC-LINE.
           03  PRT-WTC-DEC     PIC  X(003).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-WTC-HEX     PIC  X(002).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-WTC-LIMIT   PIC  X(009).
           03  FILLER          PIC  X(004) VALUE SPACE.
           03  PRT-WTC-SEV     PIC  X(001).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-WTC-MARK    PIC  X(008).
           03  FILLER          PIC  X(002) VALUE SPACE.
           03  PRT-WTC-NOTE    PIC  X(036).
           03  FILLER          PIC  X(061) VALUE SPACE.

       01  PRT-LAY-TITLE.
           03  FILLER          PIC  X(016) VALUE
               "CODE LEN  RULES ".
           03  FILLER          PIC  X(040) VALUE
               " OFF/LEN T OFF/LEN T OFF/LEN T OFF/LEN T".
           03  FILLER          PIC  X(040) VALUE
               " OFF/LEN T OFF/LEN T OFF/LEN T OFF/LEN T".
           03  FILLER          PIC  X(036) VALUE
               "    MARK".

       01  PRT-LAY-LINE.
           03  FILLER          PIC  X(001) VALUE SPACE.
           03  PRT-LAY-CODE    PIC  X(001).
           03  FILLER          PIC  X(003) VALUE SPACE.
           03  PRT-LAY-LEN     PIC  X(003).
           03  FILLER          PIC  X(003) VALUE SPACE.
           03  PRT-LAY-CNT     PIC  X(002).
           03  FILLER          PIC  X(003) VALUE SPACE.
           03  PRT-LAY-RULE    OCCURS 8.
               05  FILLER      PIC  X(001).
               05  PRT-LAY-OFFSET PIC X(003).
               05  PRT-LAY-SLASH PIC X(001).
               05  PRT-LAY-LEN2 PIC X(003).
               05  FILLER      PIC  X(001).
               05  PRT-LAY-TYPE PIC X(001).
           03  FILLER          PIC  X(004) VALUE SPACE.
           03  PRT-LAY-MARK    PIC  X(008).
           03  FILLER          PIC  X(024) VALUE SPACE.

       01  PRT-NOTE-LINE.
           03  FILLER          PIC  X(016) VALUE SPACE.
           03  FILLER          PIC  X(004) VALUE "*** ".
           03  PRT-NOTE-TEXT   PIC  X(036).
           03  FILLER          PIC  X(076) VALUE SPACE.

       01  PRT-SUM-LINE.
           03  PRT-SUM-LABEL   PIC  X(024).
           03  PRT-SUM-VALUE   PIC  Z(008)9.
           03  FILLER          PIC  X(099) VALUE SPACE.

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN・起動パラメタ・ロック・監視リスト/目録の読込み
           PERFORM S010-10     THRU    S010-EX

      *    *** 更新トランザクションの検査・反映
           PERFORM S100-10     THRU    S100-EX

      *    *** 変更のあったファイルの書直しと変更履歴の追記
           PERFORM S200-10     THRU    S200-EX

      *    *** 更新後の全件一覧と件数の印字
           PERFORM S300-10     THRU    S300-EX

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

      *    *** 実行履歴レコード追記
           PERFORM S910-10     THRU    S910-EX

      *    *** 実行排他ロックの解放 (正常に走り切ったときだけ)
           PERFORM S150-10     THRU    S150-EX

      *    *** 不合格のトランザクションか、規則に合わないまま残った
      *    *** エントリがあれば RETURN-CODE=8 (そのままでは TEST01
      *    *** が戻り値12で止まるため、夜間実行の前に直させる)。
      *    *** CALL が戻るたびに RETURN-CODE が上書きされるため、
      *    *** 最後に設定する
           IF      WK-REJ-CNT > ZERO
               OR  WK-BAD-CNT > ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           STOP    RUN.

      *    *** WK-FEED-NAME の "TEST01." の直後に供給元 ID を差込む
      *    *** (TEST01 と同じ規則。例 TEST01.WTCH → TEST01.FEEDA.WTCH)
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
      *    *** (TEST01 と同じ検査。監視リストとロックは供給元別、
      *    *** レイアウト目録・変更履歴・実行履歴・障害サマリは共用)
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
                   DISPLAY "TEST01M INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    "S004-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    WK-WTC1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-WTC1-F-NAME
           MOVE    WK-LCK1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-LCK1-F-NAME
           .
       S004-EX.
           EXIT.

      *    *** 起動パラメタ制御レコード読込み (無ければ規定値のまま。
      *    *** 在るのに読めないときはパラメタ誤り)
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
                           IF  CTL1-TRN1-F-NAME NOT = SPACE
                               MOVE CTL1-TRN1-F-NAME TO WK-TRN1-F-NAME
                           END-IF
                           IF  CTL1-RPT1-F-NAME NOT = SPACE
                               MOVE CTL1-RPT1-F-NAME TO WK-RPT1-F-NAME
                           END-IF
                           IF  CTL1-WTC1-F-NAME NOT = SPACE
                               MOVE CTL1-WTC1-F-NAME TO WK-WTC1-F-NAME
                           END-IF
                           IF  CTL1-LAY1-F-NAME NOT = SPACE
                               MOVE CTL1-LAY1-F-NAME TO WK-LAY1-F-NAME
                           END-IF
                           IF  CTL1-CHG1-F-NAME NOT = SPACE
                               MOVE CTL1-CHG1-F-NAME TO WK-CHG1-F-NAME
                           END-IF
                           IF  CTL1-LOCK-OVRD-SW NOT = SPACE
                               MOVE CTL1-LOCK-OVRD-SW TO
                                       WK-LOCK-OVRD-SW
                           END-IF
                   ELSE
                           DISPLAY "TEST01M CTL1-F READ ERROR STATUS="
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
                   DISPLAY "TEST01M DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-START-TS
           MOVE    WK-START-TS TO      PRT-HEAD-DATETIME

      *    *** 起動パラメタ制御レコードの読込み (無ければ規定値のまま)
           PERFORM S005-10     THRU    S005-EX
           MOVE    WK-FEED-ID  TO      PRT-HEAD-FEED

      *    *** 変更履歴を先に開いておく (開けないままマスタを
      *    *** 書換えて履歴の無い変更を残さないため、ロックを取る
      *    *** 前・マスタに触る前に確かめる)
           PERFORM S019-10     THRU    S019-EX

      *    *** 実行排他ロックの確認・取得
           PERFORM S018-10     THRU    S018-EX

      *    *** 監視リスト・レイアウト目録の全件読込み
           PERFORM S011-10     THRU    S011-EX
           PERFORM S012-10     THRU    S012-EX

           OPEN    INPUT       TRN1-F
           IF      WK-TRN1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M TRN1-F OPEN ERROR STATUS="
                           WK-TRN1-STATUS " " WK-TRN1-F-NAME
                   MOVE    "S010-10"   TO      WK-ERR-PARA
                   MOVE    WK-TRN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           OPEN    OUTPUT      RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M RPT1-F OPEN ERROR STATUS="
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

      *    *** 監視リストの全件読込み。データセットが無ければ空の
      *    *** リストから始める (追加があれば新規作成する)。読込み
      *    *** 時には検査しない (誤ったエントリを直すのもこの
      *    *** プログラムの役目のため。一覧で指摘する)
       S011-10.
           OPEN    INPUT       WTC1-F
           IF      WK-WTC1-STATUS =    35
                   DISPLAY "TEST01M WTC1-F NOT FOUND - "
                           "STARTING WITH AN EMPTY WATCHLIST"
                   GO  TO      S011-EX
           END-IF
           IF      WK-WTC1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M WTC1-F OPEN ERROR STATUS="
                           WK-WTC1-STATUS " " WK-WTC1-F-NAME
                   MOVE    "S011-10"   TO      WK-ERR-PARA
                   MOVE    WK-WTC1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-WTC1-STATUS NOT = ZERO
                   READ    WTC1-F
                   IF      WK-WTC1-STATUS =    ZERO
                           IF  WK-WTC-CNT NOT < 64
                                   DISPLAY "TEST01M WTC1-F LIST "
                                       "OVERFLOW (MAX 64)"
                                   MOVE "S011-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           ADD     1           TO      WK-WTC-CNT
                           ADD     1           TO      WK-AUD-READ-CNT
                           MOVE    WTC1-REC    TO
                                   WK-WTC-IMG (WK-WTC-CNT)
                           MOVE    SPACE       TO
                                   WK-WTC-MARK (WK-WTC-CNT)
                   END-IF
           END-PERFORM
           IF      WK-WTC1-STATUS NOT =  10
                   DISPLAY "TEST01M WTC1-F READ ERROR STATUS="
                           WK-WTC1-STATUS
                   MOVE    "S011-10"   TO      WK-ERR-PARA
                   MOVE    WK-WTC1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   WTC1-F

           DISPLAY WK-PGM-NAME " WATCHLIST ENTRIES = " WK-WTC-CNT
           .
       S011-EX.
           EXIT.

      *    *** レイアウト目録の全件読込み (S011-10 と同じ扱い)
       S012-10.
           OPEN    INPUT       LAY1-F
           IF      WK-LAY1-STATUS =    35
                   DISPLAY "TEST01M LAY1-F NOT FOUND - "
                           "STARTING WITH AN EMPTY CATALOG"
                   GO  TO      S012-EX
           END-IF
           IF      WK-LAY1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M LAY1-F OPEN ERROR STATUS="
                           WK-LAY1-STATUS " " WK-LAY1-F-NAME
                   MOVE    "S012-10"   TO      WK-ERR-PARA
                   MOVE    WK-LAY1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-LAY1-STATUS NOT = ZERO
                   READ    LAY1-F
                   IF      WK-LAY1-STATUS =    ZERO
                           IF  WK-LAY-CNT NOT < 64
                                   DISPLAY "TEST01M LAY1-F CATALOG "
                                       "OVERFLOW (MAX 64)"
                                   MOVE "S012-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                           END-IF
                           ADD     1           TO      WK-LAY-CNT
                           ADD     1           TO      WK-AUD-READ-CNT
                           MOVE    LAY1-REC    TO
                                   WK-LAY-IMG (WK-LAY-CNT)
                           MOVE    SPACE       TO
                                   WK-LAY-MARK (WK-LAY-CNT)
                   END-IF
           END-PERFORM
           IF      WK-LAY1-STATUS NOT =  10
                   DISPLAY "TEST01M LAY1-F READ ERROR STATUS="
                           WK-LAY1-STATUS
                   MOVE    "S012-10"   TO      WK-ERR-PARA
                   MOVE    WK-LAY1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   LAY1-F

           DISPLAY WK-PGM-NAME " CATALOG ENTRIES = " WK-LAY-CNT
           .
       S012-EX.
           EXIT.

      *    *** 実行排他ロックの確認・取得 (TEST01 の S018-10 と同じ
      *    *** 規則。ロックが在ればオペレータ指示なしには戻り値32)
       S018-10.
           OPEN    INPUT       LCK1-F
           IF      WK-LCK1-STATUS =    ZERO
                   READ    LCK1-F
                   IF      WK-LCK1-STATUS =    ZERO
                           DISPLAY "TEST01M RUN LOCK HELD BY "
                                   LCK1-PGM-NAME " SINCE "
                                   LCK1-START-TS
                   ELSE
                           DISPLAY "TEST01M RUN LOCK PRESENT "
                                   "(UNREADABLE)"
                   END-IF
                   CLOSE   LCK1-F
                   IF      WK-LOCK-OVRD-SW = "Y"
                           DISPLAY "TEST01M LOCK OVERRIDE ACCEPTED"
                   ELSE
                           MOVE    "S018-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    32          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

           OPEN    OUTPUT      LCK1-F
           IF      WK-LCK1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M LCK1-F OPEN ERROR STATUS="
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

      *    *** 変更履歴を追記の形で開く。共用データセットのため
      *    *** 未存在ならステータス35になるので新規作成側に落とす。
      *    *** 開けなければ何も更新せずに打切る
       S019-10.
           OPEN    EXTEND      CHG1-F
           IF      WK-CHG1-STATUS =    35
                   OPEN    OUTPUT      CHG1-F
           END-IF
           IF      WK-CHG1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M CHG1-F OPEN ERROR STATUS="
                           WK-CHG1-STATUS " " WK-CHG1-F-NAME
                   MOVE    "S019-10"   TO      WK-ERR-PARA
                   MOVE    WK-CHG1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S019-EX.
           EXIT.

      *    *** 更新トランザクションの検査・反映。1件ごとに結果
      *    *** (反映/不合格と理由) を報告に書出す
       S100-10.
           MOVE    "TRANSACTIONS " TO  PRT-SECT-TITLE
           MOVE    WK-TRN1-F-NAME TO   PRT-SECT-F-NAME
           MOVE    PRT-SECT-LINE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    PRT-TRN-TITLE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           PERFORM UNTIL WK-TRN1-STATUS NOT = ZERO
                   READ    TRN1-F
                   IF      WK-TRN1-STATUS =    ZERO
                           PERFORM S110-10     THRU    S110-EX
                   END-IF
           END-PERFORM
           IF      WK-TRN1-STATUS NOT =  10
                   DISPLAY "TEST01M TRN1-F READ ERROR STATUS="
                           WK-TRN1-STATUS
                   MOVE    "S100-10"   TO      WK-ERR-PARA
                   MOVE    WK-TRN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           IF      WK-TRN-CNT = ZERO
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "NO TRANSACTIONS" TO WK-PRT-LINE (1:15)
                   PERFORM S060-10     THRU    S060-EX
           END-IF

           DISPLAY WK-PGM-NAME " TRANSACTIONS = " WK-TRN-CNT
           DISPLAY WK-PGM-NAME " APPLIED = " WK-APL-CNT
                   " REJECTED = " WK-REJ-CNT
           .
       S100-EX.
           EXIT.

      *    *** トランザクション1件分の共通検査と対象別の振分け。
      *    *** 不合格なら理由を WK-REASON に入れ、何も反映しない
       S110-10.
           ADD     1           TO      WK-TRN-CNT
           ADD     1           TO      WK-AUD-READ-CNT
           MOVE    SPACE       TO      WK-REASON

           IF      TRN1-USER-ID = SPACE
                   MOVE    "CHANGED-BY ID MISSING" TO WK-REASON
                   GO  TO  S110-A
           END-IF
           IF      TRN1-ACTION NOT = "A"
               AND TRN1-ACTION NOT = "C"
               AND TRN1-ACTION NOT = "D"
                   MOVE    "ACTION NOT A, C OR D" TO WK-REASON
                   GO  TO  S110-A
           END-IF
           IF      WK-CHG-CNT NOT < 200
                   MOVE    "CHANGES PER RUN OVER 200" TO WK-REASON
                   GO  TO  S110-A
           END-IF

           IF      TRN1-FILE = "W"
                   PERFORM S111-10     THRU    S111-EX
           ELSE
               IF  TRN1-FILE = "L"
                   PERFORM S112-10     THRU    S112-EX
               ELSE
                   MOVE    "FILE NOT W OR L" TO WK-REASON
               END-IF
           END-IF
           .
       S110-A.
           MOVE    WK-TRN-CNT  TO      PRT-TRN-SEQ
           MOVE    TRN1-FILE   TO      PRT-TRN-FILE
           MOVE    TRN1-ACTION TO      PRT-TRN-ACTION
           MOVE    TRN1-USER-ID TO     PRT-TRN-USER-ID
           MOVE    WK-REASON   TO      PRT-TRN-REASON
           MOVE    TRN1-DATA   TO      PRT-TRN-IMG
           IF      WK-REASON = SPACE
                   ADD     1           TO      WK-APL-CNT
                   MOVE    "APPLIED "  TO      PRT-TRN-RESULT
           ELSE
                   ADD     1           TO      WK-REJ-CNT
                   MOVE    "REJECTED"  TO      PRT-TRN-RESULT
           END-IF
           MOVE    PRT-TRN-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           .
       S110-EX.
           EXIT.

      *    *** 監視リストへの追加/変更/削除。追加/変更は全項目を
      *    *** TEST01 と同じ規則で検査してから表に反映し、変更の
      *    *** 控えを取る。削除はキーが空白でないことだけを見て
      *    *** 3バイトの像のまま探す (範囲外や数字でない値で書かれ
      *    *** た誤ったエントリも削除できるようにするため)
       S111-10.
           MOVE    TRN1-DATA (1:13) TO WK-W-REC
           IF      TRN1-ACTION = "D"
                   IF      WK-W-REC (1:3) = SPACE
                           MOVE "VALUE BLANK" TO WK-REASON
                   END-IF
           ELSE
                   PERFORM S121-10     THRU    S121-EX
           END-IF
           IF      WK-REASON NOT = SPACE
                   GO  TO  S111-EX
           END-IF

           PERFORM S122-10     THRU    S122-EX
           MOVE    SPACE       TO      WK-BEF-IMG
           MOVE    SPACE       TO      WK-AFT-IMG

           IF      TRN1-ACTION = "A"
                   IF      WK-POS > ZERO
                           MOVE "VALUE ALREADY ON WATCHLIST"
                                       TO      WK-REASON
                           GO  TO  S111-EX
                   END-IF
                   IF      WK-WTC-CNT NOT < 64
                           MOVE "WATCHLIST FULL (MAX 64)"
                                       TO      WK-REASON
                           GO  TO  S111-EX
                   END-IF
                   ADD     1           TO      WK-WTC-CNT
                   MOVE    WK-W-REC    TO      WK-WTC-IMG (WK-WTC-CNT)
                   MOVE    "ADDED"     TO      WK-WTC-MARK (WK-WTC-CNT)
                   MOVE    WK-W-REC    TO      WK-AFT-IMG
           END-IF

           IF      TRN1-ACTION = "C"
                   IF      WK-POS = ZERO
                           MOVE "VALUE NOT ON WATCHLIST"
                                       TO      WK-REASON
                           GO  TO  S111-EX
                   END-IF
                   IF      WK-WTC-IMG (WK-POS) = WK-W-REC
                           MOVE "NO CHANGE TO ENTRY"
                                       TO      WK-REASON
                           GO  TO  S111-EX
                   END-IF
                   MOVE    WK-WTC-IMG (WK-POS) TO WK-BEF-IMG
                   MOVE    WK-W-REC    TO      WK-WTC-IMG (WK-POS)
                   IF      WK-WTC-MARK (WK-POS) NOT = "ADDED"
                           MOVE "CHANGED" TO   WK-WTC-MARK (WK-POS)
                   END-IF
                   MOVE    WK-W-REC    TO      WK-AFT-IMG
           END-IF

      *    *** 削除は後続のエントリを1件ずつ詰める
           IF      TRN1-ACTION = "D"
                   IF      WK-POS = ZERO
                           MOVE "VALUE NOT ON WATCHLIST"
                                       TO      WK-REASON
                           GO  TO  S111-EX
                   END-IF
                   MOVE    WK-WTC-IMG (WK-POS) TO WK-BEF-IMG
                   PERFORM VARYING I FROM WK-POS BY 1
                           UNTIL   I NOT < WK-WTC-CNT
                           MOVE    WK-WTC-ENT (I + 1) TO
                                   WK-WTC-ENT (I)
                   END-PERFORM
                   SUBTRACT 1          FROM    WK-WTC-CNT
           END-IF

           MOVE    "Y"         TO      WK-WTC-UPD-SW
           PERFORM S140-10     THRU    S140-EX
           .
       S111-EX.
           EXIT.

      *    *** レイアウト目録への追加/変更/削除 (S111-10 と同じ扱い。
      *    *** キーはレイアウト・コード)
       S112-10.
           MOVE    TRN1-DATA   TO      WK-L-REC
           IF      TRN1-ACTION = "D"
                   PERFORM S130-10     THRU    S130-EX
           ELSE
                   PERFORM S131-10     THRU    S131-EX
           END-IF
           IF      WK-REASON NOT = SPACE
                   GO  TO  S112-EX
           END-IF

           PERFORM S132-10     THRU    S132-EX
           MOVE    SPACE       TO      WK-BEF-IMG
           MOVE    SPACE       TO      WK-AFT-IMG

           IF      TRN1-ACTION = "A"
                   IF      WK-POS > ZERO
                           MOVE "CODE ALREADY IN CATALOG"
                                       TO      WK-REASON
                           GO  TO  S112-EX
                   END-IF
                   IF      WK-LAY-CNT NOT < 64
                           MOVE "CATALOG FULL (MAX 64)"
                                       TO      WK-REASON
                           GO  TO  S112-EX
                   END-IF
                   ADD     1           TO      WK-LAY-CNT
                   MOVE    WK-L-REC    TO      WK-LAY-IMG (WK-LAY-CNT)
                   MOVE    "ADDED"     TO      WK-LAY-MARK (WK-LAY-CNT)
                   MOVE    WK-L-REC    TO      WK-AFT-IMG
           END-IF

           IF      TRN1-ACTION = "C"
                   IF      WK-POS = ZERO
                           MOVE "CODE NOT IN CATALOG"
                                       TO      WK-REASON
                           GO  TO  S112-EX
                   END-IF
                   IF      WK-LAY-IMG (WK-POS) = WK-L-REC
                           MOVE "NO CHANGE TO ENTRY"
                                       TO      WK-REASON
                           GO  TO  S112-EX
                   END-IF
                   MOVE    WK-LAY-IMG (WK-POS) TO WK-BEF-IMG
                   MOVE    WK-L-REC    TO      WK-LAY-IMG (WK-POS)
                   IF      WK-LAY-MARK (WK-POS) NOT = "ADDED"
                           MOVE "CHANGED" TO   WK-LAY-MARK (WK-POS)
                   END-IF
                   MOVE    WK-L-REC    TO      WK-AFT-IMG
           END-IF

           IF      TRN1-ACTION = "D"
                   IF      WK-POS = ZERO
                           MOVE "CODE NOT IN CATALOG"
                                       TO      WK-REASON
                           GO  TO  S112-EX
                   END-IF
                   MOVE    WK-LAY-IMG (WK-POS) TO WK-BEF-IMG
                   PERFORM VARYING I FROM WK-POS BY 1
                           UNTIL   I NOT < WK-LAY-CNT
                           MOVE    WK-LAY-ENT (I + 1) TO
                                   WK-LAY-ENT (I)
                   END-PERFORM
                   SUBTRACT 1          FROM    WK-LAY-CNT
           END-IF

           MOVE    "Y"         TO      WK-LAY-UPD-SW
           PERFORM S140-10     THRU    S140-EX
           .
       S112-EX.
           EXIT.

      *    *** 監視リスト・エントリのキー検査 (バイト値 0-255)
       S120-10.
           IF      WK-W-VALUE NOT NUMERIC
                   MOVE    "VALUE NOT NUMERIC" TO WK-REASON
                   GO  TO  S120-EX
           END-IF
           IF      WK-W-VALUE > 255
                   MOVE    "VALUE OVER 255" TO WK-REASON
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 監視リスト・エントリの全項目検査 (TEST01 の S016-10
      *    *** と同じ規則: バイト値 0-255、重大度 'S'/'W')
       S121-10.
           PERFORM S120-10     THRU    S120-EX
           IF      WK-REASON NOT = SPACE
                   GO  TO  S121-EX
           END-IF
           IF      WK-W-MAX-CNT NOT NUMERIC
                   MOVE    "MAX COUNT NOT NUMERIC" TO WK-REASON
                   GO  TO  S121-EX
           END-IF
           IF      WK-W-SEV NOT = "S"
               AND WK-W-SEV NOT = "W"
                   MOVE    "SEVERITY NOT S OR W" TO WK-REASON
           END-IF
           .
       S121-EX.
           EXIT.

      *    *** 監視リストからバイト値で探す (WK-POS=位置、0=無し。
      *    *** 数値に直さず3バイトの像どうしで比べる)
       S122-10.
           MOVE    ZERO        TO      WK-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-WTC-CNT
                      OR   WK-POS > ZERO
                   IF      WK-WTC-IMG (I) (1:3) = WK-W-REC (1:3)
                           MOVE    I           TO      WK-POS
                   END-IF
           END-PERFORM
           .
       S122-EX.
           EXIT.

      *    *** レイアウト目録エントリのキー検査 (コードは空白不可)
       S130-10.
           IF      WK-L-CODE = SPACE
                   MOVE    "LAYOUT CODE BLANK" TO WK-REASON
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** レイアウト目録エントリの全項目検査 (TEST01 の
      *    *** S019A-10 と同じ規則: 実レコード長 16/40、規則数 1-8、
      *    *** 各規則の開始位置・長さが実レコード長に収まること、
      *    *** 規則種別 T/P/S/B)
       S131-10.
           PERFORM S130-10     THRU    S130-EX
           IF      WK-REASON NOT = SPACE
                   GO  TO  S131-EX
           END-IF
           IF      WK-L-REC-LEN NOT NUMERIC
               OR (WK-L-REC-LEN NOT = 16
                   AND WK-L-REC-LEN NOT = 40)
                   MOVE    "RECORD LENGTH NOT 16 OR 40" TO WK-REASON
                   GO  TO  S131-EX
           END-IF
           IF      WK-L-RULE-CNT NOT NUMERIC
                   MOVE    "RULE COUNT NOT 1-8" TO WK-REASON
                   GO  TO  S131-EX
           END-IF
           IF      WK-L-RULE-CNT = ZERO
               OR  WK-L-RULE-CNT > 8
                   MOVE    "RULE COUNT NOT 1-8" TO WK-REASON
                   GO  TO  S131-EX
           END-IF

           PERFORM VARYING WK-RULE-IDX FROM 1 BY 1
                   UNTIL   WK-RULE-IDX > WK-L-RULE-CNT
                      OR   WK-REASON NOT = SPACE
                   MOVE    WK-RULE-IDX TO      WK-RULE-EDIT
                   IF      WK-L-RULE-OFFSET (WK-RULE-IDX) NOT NUMERIC
                       OR  WK-L-RULE-LEN (WK-RULE-IDX) NOT NUMERIC
                           STRING  "RULE "             DELIMITED BY SIZE
                                   WK-RULE-EDIT        DELIMITED BY SIZE
                                   " OFFSET/LENGTH NOT NUMERIC"
                                                       DELIMITED BY SIZE
                                   INTO WK-REASON
                   ELSE
                       IF  WK-L-RULE-OFFSET (WK-RULE-IDX) < 1
                       OR  WK-L-RULE-LEN (WK-RULE-IDX) < 1
                       OR  WK-L-RULE-OFFSET (WK-RULE-IDX)
                           + WK-L-RULE-LEN (WK-RULE-IDX) - 1
                           > WK-L-REC-LEN
                           STRING  "RULE "             DELIMITED BY SIZE
                                   WK-RULE-EDIT        DELIMITED BY SIZE
                                   " OUTSIDE RECORD LENGTH"
                                                       DELIMITED BY SIZE
                                   INTO WK-REASON
                       ELSE
                           IF  WK-L-RULE-TYPE (WK-RULE-IDX) NOT = "T"
                           AND WK-L-RULE-TYPE (WK-RULE-IDX) NOT = "P"
                           AND WK-L-RULE-TYPE (WK-RULE-IDX) NOT = "S"
                           AND WK-L-RULE-TYPE (WK-RULE-IDX) NOT = "B"
                               STRING  "RULE "         DELIMITED BY SIZE
                                       WK-RULE-EDIT    DELIMITED BY SIZE
                                       " TYPE NOT T/P/S/B"
                                                       DELIMITED BY SIZE
                                       INTO WK-REASON
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           .
       S131-EX.
           EXIT.

      *    *** レイアウト目録からコードで探す (WK-POS=位置、0=無し。
      *    *** TEST01 と同じく先頭から最初に一致したエントリ)
       S132-10.
           MOVE    ZERO        TO      WK-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-LAY-CNT
                      OR   WK-POS > ZERO
                   IF      WK-LAY-IMG (I) (1:1) = WK-L-CODE
                           MOVE    I           TO      WK-POS
                   END-IF
           END-PERFORM
           .
       S132-EX.
           EXIT.

      *    *** 反映した変更の控え (変更履歴は S205-10 で追記する)
       S140-10.
           ADD     1           TO      WK-CHG-CNT
           MOVE    TRN1-FILE   TO      WK-CHG-FILE (WK-CHG-CNT)
           MOVE    TRN1-ACTION TO      WK-CHG-ACTION (WK-CHG-CNT)
           MOVE    TRN1-USER-ID TO     WK-CHG-USER-ID (WK-CHG-CNT)
           MOVE    WK-BEF-IMG  TO      WK-CHG-BEF-IMG (WK-CHG-CNT)
           MOVE    WK-AFT-IMG  TO      WK-CHG-AFT-IMG (WK-CHG-CNT)
           .
       S140-EX.
           EXIT.

      *    *** 実行排他ロックの解放 (TEST01 の S150-10 と同じ)
       S150-10.
           CALL    "CBL_DELETE_FILE" USING WK-LCK1-F-NAME
                   RETURNING WK-LCK1-DEL-STATUS
           IF      WK-LCK1-DEL-STATUS NOT = ZERO
                   DISPLAY "TEST01M RUN LOCK DELETE WARNING STATUS="
                           WK-LCK1-DEL-STATUS
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** 変更のあったファイルの全件書直しと変更履歴の追記
       S200-10.
           IF      WK-WTC-UPD-SW = "Y"
                   PERFORM S201-10     THRU    S201-EX
           END-IF
           IF      WK-LAY-UPD-SW = "Y"
                   PERFORM S202-10     THRU    S202-EX
           END-IF
           PERFORM S205-10     THRU    S205-EX
           .
       S200-EX.
           EXIT.

      *    *** 監視リストの全件書直し (表の順。追加分は末尾)
       S201-10.
           OPEN    OUTPUT      WTC1-F
           IF      WK-WTC1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M WTC1-F OPEN ERROR STATUS="
                           WK-WTC1-STATUS " " WK-WTC1-F-NAME
                   MOVE    "S201-10"   TO      WK-ERR-PARA
                   MOVE    WK-WTC1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-WTC-CNT
                   WRITE   WTC1-REC    FROM    WK-WTC-IMG (I)
                   IF      WK-WTC1-STATUS NOT =  ZERO
                           DISPLAY "TEST01M WTC1-F WRITE ERROR STATUS="
                                   WK-WTC1-STATUS
                           MOVE    "S201-10"   TO      WK-ERR-PARA
                           MOVE    WK-WTC1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-AUD-WRITE-CNT
           END-PERFORM

           CLOSE   WTC1-F
           IF      WK-WTC1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M WTC1-F CLOSE ERROR STATUS="
                           WK-WTC1-STATUS
                   MOVE    "S201-10"   TO      WK-ERR-PARA
                   MOVE    WK-WTC1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S201-EX.
           EXIT.

      *    *** レイアウト目録の全件書直し (同上)
       S202-10.
           OPEN    OUTPUT      LAY1-F
           IF      WK-LAY1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M LAY1-F OPEN ERROR STATUS="
                           WK-LAY1-STATUS " " WK-LAY1-F-NAME
                   MOVE    "S202-10"   TO      WK-ERR-PARA
                   MOVE    WK-LAY1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-LAY-CNT
                   WRITE   LAY1-REC    FROM    WK-LAY-IMG (I)
                   IF      WK-LAY1-STATUS NOT =  ZERO
                           DISPLAY "TEST01M LAY1-F WRITE ERROR STATUS="
                                   WK-LAY1-STATUS
                           MOVE    "S202-10"   TO      WK-ERR-PARA
                           MOVE    WK-LAY1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-AUD-WRITE-CNT
           END-PERFORM

           CLOSE   LAY1-F
           IF      WK-LAY1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M LAY1-F CLOSE ERROR STATUS="
                           WK-LAY1-STATUS
                   MOVE    "S202-10"   TO      WK-ERR-PARA
                   MOVE    WK-LAY1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S202-EX.
           EXIT.

      *    *** 変更履歴の追記 (S019-10 で開いておいた CHG1-F に、
      *    *** マスタを書直し終えてから書く)
       S205-10.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-CHG-CNT
                   MOVE    SPACE       TO      CHG1-REC
                   MOVE    WK-START-TS (1:8) TO CHG1-DATE
                   MOVE    WK-START-TS TO      CHG1-TS
                   MOVE    WK-CHG-USER-ID (I) TO CHG1-USER-ID
                   MOVE    WK-FEED-ID  TO      CHG1-FEED-ID
                   IF      WK-CHG-FILE (I) = "W"
                           MOVE WK-WTC1-F-NAME TO CHG1-F-NAME
                   ELSE
                           MOVE WK-LAY1-F-NAME TO CHG1-F-NAME
                   END-IF
                   MOVE    WK-CHG-FILE (I) TO  CHG1-FILE
                   MOVE    WK-CHG-ACTION (I) TO CHG1-ACTION
                   MOVE    WK-CHG-BEF-IMG (I) TO CHG1-BEF-IMG
                   MOVE    WK-CHG-AFT-IMG (I) TO CHG1-AFT-IMG
                   MOVE    X"0D"       TO      CHG1-CR
                   MOVE    X"0A"       TO      CHG1-LF
                   WRITE   CHG1-REC
                   IF      WK-CHG1-STATUS NOT =  ZERO
                           DISPLAY "TEST01M CHG1-F WRITE ERROR STATUS="
                                   WK-CHG1-STATUS
                           MOVE    "S205-10"   TO      WK-ERR-PARA
                           MOVE    WK-CHG1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
                   ADD     1           TO      WK-AUD-WRITE-CNT
           END-PERFORM

           CLOSE   CHG1-F
           IF      WK-CHG1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M CHG1-F CLOSE ERROR STATUS="
                           WK-CHG1-STATUS
                   MOVE    "S205-10"   TO      WK-ERR-PARA
                   MOVE    WK-CHG1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S205-EX.
           EXIT.

      *    *** 更新後の全件一覧 (監視リスト・レイアウト目録とも
      *    *** 新しいページから) と件数の印字。規則に合わない
      *    *** エントリには理由を付ける
       S300-10.
           MOVE    99          TO      WK-LINE-CNT
           MOVE    "WATCHLIST AFTER UPDATE " TO PRT-SECT-TITLE
           MOVE    WK-WTC1-F-NAME TO   PRT-SECT-F-NAME
           MOVE    PRT-SECT-LINE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    PRT-WTC-TITLE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           IF      WK-WTC-CNT = ZERO
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "NO ENTRIES" TO     WK-PRT-LINE (1:10)
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-WTC-CNT
                   PERFORM S301-10     THRU    S301-EX
           END-PERFORM

           MOVE    99          TO      WK-LINE-CNT
           MOVE    "LAYOUT CATALOG AFTER UPDATE " TO PRT-SECT-TITLE
           MOVE    WK-LAY1-F-NAME TO   PRT-SECT-F-NAME
           MOVE    PRT-SECT-LINE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    PRT-LAY-TITLE TO    WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           IF      WK-LAY-CNT = ZERO
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "NO ENTRIES" TO     WK-PRT-LINE (1:10)
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-LAY-CNT
                   PERFORM S302-10     THRU    S302-EX
           END-PERFORM

           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "TRANSACTIONS READ" TO PRT-SUM-LABEL
           MOVE    WK-TRN-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "TRANSACTIONS APPLIED" TO PRT-SUM-LABEL
           MOVE    WK-APL-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "TRANSACTIONS REJECTED" TO PRT-SUM-LABEL
           MOVE    WK-REJ-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "WATCHLIST ENTRIES" TO PRT-SUM-LABEL
           MOVE    WK-WTC-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "CATALOG ENTRIES" TO PRT-SUM-LABEL
           MOVE    WK-LAY-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "ENTRIES FAILING RULES" TO PRT-SUM-LABEL
           MOVE    WK-BAD-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           MOVE    "CHANGE LOG RECORDS" TO PRT-SUM-LABEL
           MOVE    WK-CHG-CNT  TO      PRT-SUM-VALUE
           MOVE    PRT-SUM-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           IF      WK-BAD-CNT > ZERO
                   DISPLAY WK-PGM-NAME " ENTRIES FAILING RULES = "
                           WK-BAD-CNT
           END-IF
           .
       S300-EX.
           EXIT.

      *    *** 監視リスト1エントリ分の検査・印字 (J=表の位置)
       S301-10.
           MOVE    WK-WTC-IMG (J) TO   WK-W-REC
           MOVE    SPACE       TO      WK-REASON
           PERFORM S121-10     THRU    S121-EX

           MOVE    WK-WTC-IMG (J) (1:3) TO  PRT-WTC-DEC
           MOVE    WK-WTC-IMG (J) (4:9) TO  PRT-WTC-LIMIT
           MOVE    WK-W-SEV    TO      PRT-WTC-SEV
           MOVE    WK-WTC-MARK (J) TO  PRT-WTC-MARK
           MOVE    WK-REASON   TO      PRT-WTC-NOTE
           MOVE    SPACE       TO      PRT-WTC-HEX
           IF      WK-W-VALUE NUMERIC
               AND WK-W-VALUE NOT > 255
                   DIVIDE  WK-W-VALUE BY 16 GIVING   WK-HEX-HI
                                            REMAINDER WK-HEX-LO
                   MOVE    Hex-Digit (WK-HEX-HI + 1) TO
                           PRT-WTC-HEX (1:1)
                   MOVE    Hex-Digit (WK-HEX-LO + 1) TO
                           PRT-WTC-HEX (2:1)
           END-IF
           IF      WK-REASON NOT = SPACE
                   ADD     1           TO      WK-BAD-CNT
           END-IF

           MOVE    PRT-WTC-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX
           .
       S301-EX.
           EXIT.

      *    *** レイアウト目録1エントリ分の検査・印字 (J=表の位置)。
      *    *** 規則は規則数の分だけ (規則数が誤っていれば8件とも)
      *    *** 並べ、規則に合わなければ次の行に理由を出す
       S302-10.
           MOVE    WK-LAY-IMG (J) TO   WK-L-REC
           MOVE    SPACE       TO      WK-REASON
           PERFORM S131-10     THRU    S131-EX

           MOVE    WK-LAY-IMG (J) (1:1) TO  PRT-LAY-CODE
           MOVE    WK-LAY-IMG (J) (2:3) TO  PRT-LAY-LEN
           MOVE    WK-LAY-IMG (J) (5:2) TO  PRT-LAY-CNT
           MOVE    WK-LAY-MARK (J) TO  PRT-LAY-MARK

           MOVE    8           TO      WK-RULE-CNT
           IF      WK-L-RULE-CNT NUMERIC
               AND WK-L-RULE-CNT NOT > 8
                   MOVE    WK-L-RULE-CNT TO WK-RULE-CNT
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > 8
                   MOVE    SPACE       TO      PRT-LAY-RULE (I)
                   IF      I NOT > WK-RULE-CNT
                           MOVE WK-L-RULE-OFFSET (I) TO
                                       PRT-LAY-OFFSET (I)
                           MOVE "/"    TO      PRT-LAY-SLASH (I)
                           MOVE WK-L-RULE-LEN (I) TO
                                       PRT-LAY-LEN2 (I)
                           MOVE WK-L-RULE-TYPE (I) TO
                                       PRT-LAY-TYPE (I)
                   END-IF
           END-PERFORM

           MOVE    PRT-LAY-LINE TO     WK-PRT-LINE
           PERFORM S060-10     THRU    S060-EX

           IF      WK-REASON NOT = SPACE
                   ADD     1           TO      WK-BAD-CNT
                   MOVE    WK-REASON   TO      PRT-NOTE-TEXT
                   MOVE    PRT-NOTE-LINE TO    WK-PRT-LINE
                   PERFORM S060-10     THRU    S060-EX
           END-IF
           .
       S302-EX.
           EXIT.

      *    *** 報告書1行書出し (改ページ制御付き)。印字する行は
      *    *** 呼出し側が WK-PRT-LINE に編集しておく
       S060-10.
           IF      WK-LINE-CNT >=      WK-PAGE-LINES
                   PERFORM S061-10     THRU    S061-EX
           END-IF

           WRITE   RPT1-LINE   FROM    WK-PRT-LINE
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01M RPT1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01M RPT1-F WRITE ERROR STATUS="
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
           CLOSE   TRN1-F
           IF      WK-TRN1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M TRN1-F CLOSE ERROR STATUS="
                           WK-TRN1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-TRN1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           CLOSE   RPT1-F
           IF      WK-RPT1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M RPT1-F CLOSE ERROR STATUS="
                           WK-RPT1-STATUS
                   MOVE    "S900-10"   TO      WK-ERR-PARA
                   MOVE    WK-RPT1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01M DATETIME CALL ERROR STATUS="
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
                   DISPLAY "TEST01M AUD1-F OPEN ERROR STATUS="
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
           MOVE    WK-TRN1-F-NAME TO   AUD1-PIN1-NAME
           MOVE    WK-RPT1-F-NAME TO   AUD1-POT1-NAME
           MOVE    ZERO        TO      AUD1-GEN-NBR
           MOVE    SPACE       TO      AUD1-RESTART-SW
           MOVE    WK-AUD-READ-CNT TO  AUD1-READ-CNT
           MOVE    WK-AUD-WRITE-CNT TO AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
               IF  WK-REJ-CNT > ZERO
               OR  WK-BAD-CNT > ZERO
                   MOVE    "REJ "      TO      AUD1-DISP
               ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
               END-IF
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01M AUD1-F WRITE ERROR STATUS="
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
                   DISPLAY "TEST01M ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
