       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             TEST01J.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 夜間ジョブストリームの実行制御。ステップ表に並べた
      *    *** 順 (TEST01 -> TEST01G -> TEST01R/TEST01C/TEST01X ->
      *    *** TEST01D) に各プログラムを起動し、戻り値が許容値の
      *    *** 範囲なら次のステップへ進む。ステップごとの開始/終了
      *    *** 日時と戻り値をステップ状態データセットに残し、再実行
      *    *** 時は最初の失敗 (または未実行) ステップから再開する
      *    *** (失敗した TEST01G のために TEST01 を再実行して POT1
      *    *** 世代を余分に消費しないため)。供給元 ID を指定すると
      *    *** ステップ表・ステップ状態は供給元別の名前になり、供給元
      *    *** ごとに別のストリームとして再開できる。ただし各ステップ
      *    *** の起動パラメタはどの供給元でもプログラム固定の
      *    *** "<PGM>.PARM" へ複写して渡すため、供給元の異なる
      *    *** ストリームを同時に走らせてはならない
       SELECT STP1-F           ASSIGN   WK-STP1-F-NAME
                               STATUS   WK-STP1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** ステップ状態データセット (実行の都度全件書直す)
       SELECT SST1-F           ASSIGN   WK-SST1-F-NAME
                               STATUS   WK-SST1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 起動パラメタ (起動コマンド接頭辞、再開指定)
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

      *    *** ステップ表レコード (1件=1ステップ、実行順に並べる)
       FD  STP1-F
           LABEL RECORDS ARE STANDARD.
       01  STP1-REC.
           03  STP1-PGM-NAME   PIC  X(008).
      *    *** このステップ用の起動パラメタ・データセット名。起動前
      *    *** にプログラム固定の "<PGM>.PARM" へ複写する (空白=
      *    *** 既存の "<PGM>.PARM" をそのまま使う)
           03  STP1-PARM-F-NAME PIC X(032).
      *    *** 次のステップへ進んでよい戻り値 (件数+最大8個)
           03  STP1-OK-RC-CNT  PIC  9(001).
           03  STP1-OK-RC      OCCURS 8
                               PIC  9(002).

      *    *** ステップ状態レコード (ステップ表と同じ並び)
       FD  SST1-F
           LABEL RECORDS ARE STANDARD.
       01  SST1-REC.
           03  SST1-STEP-NBR   PIC  9(002).
           03  SST1-PGM-NAME   PIC  X(008).
           03  SST1-START-TS   PIC  X(026).
           03  SST1-END-TS     PIC  X(026).
           03  SST1-RC         PIC  9(003).
      *    *** ' '=未実行 'S'=起動済み(終了未記録) 'C'=完了 'F'=失敗
           03  SST1-STATE      PIC  X(001).
           03  SST1-CR         PIC  X(001).
           03  SST1-LF         PIC  X(001).

      *    *** 起動パラメタ制御レコード (未使用項目はスペースのまま可)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
      *    *** プログラム名の前に付ける起動コマンド接頭辞
      *    *** (空白=規定値 "./")
           03  CTL1-RUN-PREFIX PIC  X(032).
      *    *** 'N'=ステップ状態を無視して先頭ステップから実行する
           03  CTL1-RESTART-SW PIC  X(001).
      *    *** 供給元 ID (空白=既定の単一供給元。ステップ表・ステップ
      *    *** 状態を "TEST01.<ID>.STEP"/"TEST01.<ID>.SSTS" にする)
           03  CTL1-FEED-ID    PIC  X(008).
      *    *** ステップ表・ステップ状態データセット名の明示指定
      *    *** (空白=規定値。供給元別の名前より優先する)
           03  CTL1-STP1-F-NAME PIC X(032).
           03  CTL1-SST1-F-NAME PIC X(032).

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
           03  WK-PGM-NAME     PIC  X(008) VALUE "TEST01J ".
      *    *** ステップ表データセットの DD 名 (規定値)
           03  WK-STP1-F-NAME  PIC  X(032) VALUE "TEST01J.STEP".
      *    *** ステップ状態データセットの DD 名 (規定値)
           03  WK-SST1-F-NAME  PIC  X(032) VALUE "TEST01J.SSTS".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01J.PARM".
      *    *** 実行履歴データセットの DD 名 (固定、TEST01 と共用)
           03  WK-AUD1-F-NAME  PIC  X(032) VALUE "TEST01.AUDT".
      *    *** 障害サマリ・データセットの DD 名 (固定、TEST01 と共用)
           03  WK-ERR1-F-NAME  PIC  X(032) VALUE "TEST01.ERRS".

      *    *** 供給元 ID (空白=既定の単一供給元) と、供給元別データ
      *    *** セット名 "TEST01.<ID>.xxxx" の編集用
           03  WK-FEED-ID      PIC  X(008) VALUE SPACE.
           03  WK-FEED-NAME    PIC  X(032) VALUE SPACE.
           03  WK-FEED-WORK    PIC  X(032) VALUE SPACE.
           03  WK-FEED-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-OK-SW   PIC  X(001) VALUE "Y".

           03  WK-STP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-AUD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-ERR1-STATUS  PIC  9(002) VALUE ZERO.

      *    *** 異常終了時の戻り値区分と障害サマリ項目 (区分の意味は
      *    *** TEST01 と共通: 12=パラメタ 16=入力 20=出力
      *    *** 28=サブルーチン)。ステップ失敗時はそのステップの
      *    *** 戻り値をそのまま本プログラムの戻り値にする
           03  WK-ERR-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-PARA     PIC  X(008) VALUE SPACE.
           03  WK-ERR-STATUS   PIC  9(002) VALUE ZERO.
           03  WK-FINAL-RC     BINARY-LONG SYNC VALUE ZERO.

      *    *** 実行開始日時の控え
           03  WK-START-TS     PIC  X(026) VALUE SPACE.

      *    *** 起動コマンド接頭辞・再開指定
           03  WK-RUN-PREFIX   PIC  X(032) VALUE "./".
           03  WK-RESTART-SW   PIC  X(001) VALUE "Y".
      *    *** 'Y'=前回のステップ状態から再開した
           03  WK-RESUMED-SW   PIC  X(001) VALUE "N".

      *    *** ステップ表の件数・再開ステップ・実行/完了ステップ数
           03  WK-STEP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SST-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RESUME-IDX   BINARY-LONG SYNC VALUE 1.
           03  WK-RUN-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DONE-CNT     BINARY-LONG SYNC VALUE ZERO.
      *    *** 'Y'=ステップが許容外の戻り値で終った (以降打切り)
           03  WK-STOP-SW      PIC  X(001) VALUE "N".
      *    *** 'Y'=戻り値が許容値に含まれる
           03  WK-RC-OK-SW     PIC  X(001) VALUE "N".

      *    *** 起動したステップの戻り値。SYSTEM の戻り値は待機状態
      *    *** 値 (終了コード * 256 + シグナル番号) のため分解する
           03  WK-SYS-RC       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SYS-SIG      BINARY-LONG SYNC VALUE ZERO.
           03  WK-STEP-RC      BINARY-LONG SYNC VALUE ZERO.

      *    *** ステップ用パラメタの複写先 ("<PGM>.PARM")・複写結果
           03  WK-PARM-TO-NAME PIC  X(032) VALUE SPACE.
           03  WK-COPY-STATUS  BINARY-LONG SYNC VALUE ZERO.

      *    *** 起動コマンド行
           03  WK-CMD-LINE     PIC  X(080) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME REPLACING ==:##:== BY ==WDT==.

      *    *** ステップ表と各ステップの実行状態 (最大20ステップ)
       01  STEP-TABLE-AREA.
           03  WK-STEP-ENTRY   OCCURS 20 TIMES.
               05  WK-STEP-PGM PIC  X(008).
               05  WK-STEP-PARM PIC X(032).
               05  WK-STEP-OK-CNT PIC 9(001).
               05  WK-STEP-OK-RC OCCURS 8
                               PIC  9(002).
               05  WK-STEP-START PIC X(026).
               05  WK-STEP-END PIC  X(026).
               05  WK-STEP-LAST-RC PIC 9(003).
               05  WK-STEP-STATE PIC X(001).

       PROCEDURE   DIVISION.
       M100-10.

      *    *** OPEN・起動パラメタ・ステップ表・ステップ状態の読込み
           PERFORM S010-10     THRU    S010-EX

      *    *** 再開ステップから順に起動 (許容外の戻り値で打切り)
           PERFORM VARYING I FROM WK-RESUME-IDX BY 1
                   UNTIL   I > WK-STEP-CNT
                      OR   WK-STOP-SW = "Y"
                   PERFORM S030-10     THRU    S030-EX
           END-PERFORM

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

      *    *** 戻り値は最後に設定する (CALL が RETURN-CODE を上書き
      *    *** するため)
           MOVE    WK-FINAL-RC TO      RETURN-CODE
           .
       M100-EX.
           STOP    RUN.

      *    *** WK-FEED-NAME の "TEST01." の直後に供給元 ID を差込む
      *    *** (TEST01 と同じ規則。例 TEST01.STEP → TEST01.FEEDA.STEP)
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
      *    *** (TEST01 と同じ検査。ステップ表・ステップ状態を
      *    *** "TEST01.<ID>.STEP"/"TEST01.<ID>.SSTS" にする。実行
      *    *** 履歴・障害サマリは共用)
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
                   DISPLAY "TEST01J INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    "S004-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    "TEST01.STEP" TO    WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-STP1-F-NAME
           MOVE    "TEST01.SSTS" TO    WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-SST1-F-NAME
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
                           IF  CTL1-STP1-F-NAME NOT = SPACE
                               MOVE CTL1-STP1-F-NAME TO WK-STP1-F-NAME
                           END-IF
                           IF  CTL1-SST1-F-NAME NOT = SPACE
                               MOVE CTL1-SST1-F-NAME TO WK-SST1-F-NAME
                           END-IF
                           IF  CTL1-RUN-PREFIX NOT = SPACE
                               MOVE CTL1-RUN-PREFIX TO WK-RUN-PREFIX
                           END-IF
                           IF  CTL1-RESTART-SW NOT = SPACE
                               MOVE CTL1-RESTART-SW TO WK-RESTART-SW
                           END-IF
                   ELSE
      *    *** パラメタ・データセットが在るのに読めないときは
      *    *** パラメタ誤りとして打切る (旧レイアウトの短い
      *    *** パラメタ・レコードもここに入る)
                           DISPLAY "TEST01J CTL1-F READ ERROR STATUS="
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
                   DISPLAY "TEST01J DATETIME CALL ERROR STATUS="
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

      *    *** ステップ表の読込み
           PERFORM S015-10     THRU    S015-EX

      *    *** 前回のステップ状態の読込み・再開ステップの決定
           PERFORM S020-10     THRU    S020-EX
           .
       S010-EX.
           EXIT.

      *    *** ステップ表の読込み。1件も無い/20件を超える/許容値の
      *    *** 件数が 1-8 でないときはパラメタ誤り
       S015-10.
           OPEN    INPUT       STP1-F
           IF      WK-STP1-STATUS NOT =  ZERO
                   DISPLAY "TEST01J STP1-F OPEN ERROR STATUS="
                           WK-STP1-STATUS
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    WK-STP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM UNTIL WK-STP1-STATUS NOT = ZERO
                   READ    STP1-F
                   IF      WK-STP1-STATUS =    ZERO
                           IF  WK-STEP-CNT NOT < 20
                               DISPLAY "TEST01J STP1-F TOO MANY STEPS"
                               MOVE "S015-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 12   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                           IF  STP1-PGM-NAME = SPACE
                            OR STP1-OK-RC-CNT NOT NUMERIC
                            OR STP1-OK-RC-CNT = ZERO
                            OR STP1-OK-RC-CNT > 8
                               DISPLAY "TEST01J STP1-F STEP ERROR PGM='"
                                       STP1-PGM-NAME "' RC-CNT="
                                       STP1-OK-RC-CNT
                               MOVE "S015-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 12   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
      *    *** 許容値が数字でないと、どの戻り値とも一致せず正常な
      *    *** ステップが失敗扱いになるため打切る
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL   J > STP1-OK-RC-CNT
                               IF  STP1-OK-RC (J) NOT NUMERIC
                                   DISPLAY "TEST01J STP1-F STEP ERROR "
                                           "PGM='" STP1-PGM-NAME
                                           "' OK-RC NO=" J " VALUE='"
                                           STP1-OK-RC (J) "'"
                                   MOVE "S015-10" TO WK-ERR-PARA
                                   MOVE ZERO TO WK-ERR-STATUS
                                   MOVE 12   TO WK-ERR-RC
                                   PERFORM S990-10 THRU S990-EX
                               END-IF
                           END-PERFORM
                           ADD     1           TO      WK-STEP-CNT
                           MOVE    STP1-PGM-NAME TO
                                   WK-STEP-PGM (WK-STEP-CNT)
                           MOVE    STP1-PARM-F-NAME TO
                                   WK-STEP-PARM (WK-STEP-CNT)
                           MOVE    STP1-OK-RC-CNT TO
                                   WK-STEP-OK-CNT (WK-STEP-CNT)
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL   J > 8
                                   MOVE    STP1-OK-RC (J) TO
                                       WK-STEP-OK-RC (WK-STEP-CNT J)
                           END-PERFORM
                           MOVE    SPACE       TO
                                   WK-STEP-START (WK-STEP-CNT)
                           MOVE    SPACE       TO
                                   WK-STEP-END (WK-STEP-CNT)
                           MOVE    ZERO        TO
                                   WK-STEP-LAST-RC (WK-STEP-CNT)
                           MOVE    SPACE       TO
                                   WK-STEP-STATE (WK-STEP-CNT)
                   END-IF
           END-PERFORM
           IF      WK-STP1-STATUS NOT = 10
                   DISPLAY "TEST01J STP1-F READ ERROR STATUS="
                           WK-STP1-STATUS
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    WK-STP1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   STP1-F

           IF      WK-STEP-CNT = ZERO
                   DISPLAY "TEST01J STP1-F NO STEPS"
                   MOVE    "S015-10"   TO      WK-ERR-PARA
                   MOVE    ZERO        TO      WK-ERR-STATUS
                   MOVE    12          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           .
       S015-EX.
           EXIT.

      *    *** 前回のステップ状態の読込み。状態データセットが無い/
      *    *** 再開指定 'N'/前回の全ステップが完了済みのときは先頭
      *    *** から新規に実行する。それ以外は最初の未完了ステップ
      *    *** ('S'=終了未記録 'F'=失敗 ' '=未実行) から再開する。
      *    *** 前回の状態とステップ表の並びが食違うときは、どこから
      *    *** 再開すべきか判らないためパラメタ誤りとする
       S020-10.
           IF      WK-RESTART-SW = "N"
                   DISPLAY "TEST01J RESTART IGNORED - START FROM STEP 1"
                   GO  TO  S020-EX
           END-IF

           OPEN    INPUT       SST1-F
           IF      WK-SST1-STATUS NOT =  ZERO
                   GO  TO      S020-EX
           END-IF

           PERFORM UNTIL WK-SST1-STATUS NOT = ZERO
                   READ    SST1-F
                   IF      WK-SST1-STATUS =    ZERO
                           ADD     1           TO      WK-SST-CNT
                           IF  WK-SST-CNT > WK-STEP-CNT
                            OR SST1-PGM-NAME NOT =
                               WK-STEP-PGM (WK-SST-CNT)
                               DISPLAY "TEST01J SST1-F DOES NOT MATCH "
                                       "STEP TABLE AT STEP " WK-SST-CNT
                               MOVE "S020-10" TO WK-ERR-PARA
                               MOVE ZERO TO WK-ERR-STATUS
                               MOVE 12   TO WK-ERR-RC
                               PERFORM S990-10 THRU S990-EX
                           END-IF
                           MOVE    SST1-START-TS TO
                                   WK-STEP-START (WK-SST-CNT)
                           MOVE    SST1-END-TS TO
                                   WK-STEP-END (WK-SST-CNT)
                           MOVE    SST1-RC     TO
                                   WK-STEP-LAST-RC (WK-SST-CNT)
                           MOVE    SST1-STATE  TO
                                   WK-STEP-STATE (WK-SST-CNT)
                   END-IF
           END-PERFORM
           IF      WK-SST1-STATUS NOT = 10
                   DISPLAY "TEST01J SST1-F READ ERROR STATUS="
                           WK-SST1-STATUS
                   MOVE    "S020-10"   TO      WK-ERR-PARA
                   MOVE    WK-SST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    16          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           CLOSE   SST1-F

      *    *** 最初の未完了ステップを探す
           MOVE    ZERO        TO      WK-RESUME-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-STEP-CNT
                      OR   WK-RESUME-IDX NOT = ZERO
                   IF      WK-STEP-STATE (J) NOT = "C"
                           MOVE    J           TO      WK-RESUME-IDX
                   END-IF
           END-PERFORM

      *    *** 前回が全ステップ完了なら今夜の分として先頭から新規に
      *    *** 実行する (前回の状態は消す)
           IF      WK-RESUME-IDX = ZERO
                   MOVE    1           TO      WK-RESUME-IDX
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL   J > WK-STEP-CNT
                           MOVE    SPACE       TO  WK-STEP-START (J)
                           MOVE    SPACE       TO  WK-STEP-END (J)
                           MOVE    ZERO        TO  WK-STEP-LAST-RC (J)
                           MOVE    SPACE       TO  WK-STEP-STATE (J)
                   END-PERFORM
           ELSE
                   MOVE    "Y"         TO      WK-RESUMED-SW
                   DISPLAY "TEST01J RESTART FROM STEP " WK-RESUME-IDX
                           " " WK-STEP-PGM (WK-RESUME-IDX)
           END-IF
           .
       S020-EX.
           EXIT.

      *    *** ステップ1件分の実行。パラメタ複写 -> 起動済み記録 ->
      *    *** 起動 -> 終了記録 -> 戻り値判定
       S030-10.
           ADD     1           TO      WK-RUN-CNT

      *    *** ステップ用パラメタをプログラム固定のパラメタ名へ複写
      *    *** (複写先は供給元によらず同じ名前のため、供給元の異なる
      *    *** ストリームを同時に走らせてはならない)
           IF      WK-STEP-PARM (I) NOT = SPACE
                   MOVE    SPACE       TO      WK-PARM-TO-NAME
                   STRING  WK-STEP-PGM (I) DELIMITED BY SPACE
                           ".PARM"     DELIMITED BY SIZE
                           INTO WK-PARM-TO-NAME
                   CALL    "CBL_COPY_FILE" USING WK-STEP-PARM (I)
                                                 WK-PARM-TO-NAME
                           RETURNING WK-COPY-STATUS
                   IF      WK-COPY-STATUS NOT = ZERO
                           DISPLAY "TEST01J STEP PARM COPY ERROR "
                                   WK-STEP-PARM (I) " STATUS="
                                   WK-COPY-STATUS
                           MOVE    "S030-10"   TO      WK-ERR-PARA
                           MOVE    ZERO        TO      WK-ERR-STATUS
                           MOVE    16          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-IF

      *    *** 起動済みを記録してから起動する (途中で本プログラムが
      *    *** 落ちても、再実行時にこのステップから再開させる)
           MOVE    WK-STEP-PGM (I) TO  WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01J DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S030-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-STEP-START (I)
           MOVE    SPACE       TO      WK-STEP-END (I)
           MOVE    ZERO        TO      WK-STEP-LAST-RC (I)
           MOVE    "S"         TO      WK-STEP-STATE (I)
           PERFORM S040-10     THRU    S040-EX

           MOVE    SPACE       TO      WK-CMD-LINE
           STRING  WK-RUN-PREFIX       DELIMITED BY SPACE
                   WK-STEP-PGM (I)     DELIMITED BY SPACE
                   INTO WK-CMD-LINE
           DISPLAY "TEST01J STEP " I " RUN " WK-CMD-LINE
           CALL    "SYSTEM"    USING   WK-CMD-LINE
           MOVE    RETURN-CODE TO      WK-SYS-RC

      *    *** 待機状態値から終了コードを取出す。シグナルで終った
      *    *** (終了コードを返さなかった) ときは 999 とする
           DIVIDE  WK-SYS-RC BY 256    GIVING   WK-STEP-RC
                                       REMAINDER WK-SYS-SIG
           IF      WK-SYS-SIG NOT = ZERO
               OR  WK-SYS-RC < ZERO
                   MOVE    999         TO      WK-STEP-RC
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01J DATETIME CALL ERROR STATUS="
                           WDT-STATUS
                   MOVE    "S030-10"   TO      WK-ERR-PARA
                   MOVE    WDT-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    28          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF
           MOVE    WDT-DATE-TIME TO    WK-STEP-END (I)
           MOVE    WK-STEP-RC  TO      WK-STEP-LAST-RC (I)

      *    *** 戻り値が許容値に含まれるか
           MOVE    "N"         TO      WK-RC-OK-SW
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-STEP-OK-CNT (I)
                   IF      WK-STEP-OK-RC (I J) = WK-STEP-RC
                           MOVE    "Y"         TO      WK-RC-OK-SW
                   END-IF
           END-PERFORM

           IF      WK-RC-OK-SW = "Y"
                   MOVE    "C"         TO      WK-STEP-STATE (I)
                   ADD     1           TO      WK-DONE-CNT
                   DISPLAY "TEST01J STEP " I " " WK-STEP-PGM (I)
                           " RC=" WK-STEP-RC " OK"
           ELSE
                   MOVE    "F"         TO      WK-STEP-STATE (I)
                   MOVE    "Y"         TO      WK-STOP-SW
                   DISPLAY "TEST01J STEP " I " " WK-STEP-PGM (I)
                           " RC=" WK-STEP-RC " NOT ALLOWED - STREAM "
                           "STOPPED"
      *    *** 失敗ステップの戻り値を本プログラムの戻り値にする
      *    *** (0 が許容外に指定されていたときは 8 とする)
                   IF      WK-STEP-RC = ZERO
                           MOVE    8           TO      WK-FINAL-RC
                   ELSE
                           MOVE    WK-STEP-RC  TO      WK-FINAL-RC
                   END-IF
           END-IF
           PERFORM S040-10     THRU    S040-EX
           .
       S030-EX.
           EXIT.

      *    *** ステップ状態データセットの全件書直し
       S040-10.
           OPEN    OUTPUT      SST1-F
           IF      WK-SST1-STATUS NOT =  ZERO
                   DISPLAY "TEST01J SST1-F OPEN ERROR STATUS="
                           WK-SST1-STATUS
                   MOVE    "S040-10"   TO      WK-ERR-PARA
                   MOVE    WK-SST1-STATUS
                           TO      WK-ERR-STATUS
                   MOVE    20          TO      WK-ERR-RC
                   PERFORM S990-10     THRU    S990-EX
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL   J > WK-STEP-CNT
                   MOVE    J           TO      SST1-STEP-NBR
                   MOVE    WK-STEP-PGM (J) TO  SST1-PGM-NAME
                   MOVE    WK-STEP-START (J) TO SST1-START-TS
                   MOVE    WK-STEP-END (J) TO  SST1-END-TS
                   MOVE    WK-STEP-LAST-RC (J) TO SST1-RC
                   MOVE    WK-STEP-STATE (J) TO SST1-STATE
                   MOVE    X"0D"       TO      SST1-CR
                   MOVE    X"0A"       TO      SST1-LF
                   WRITE   SST1-REC
                   IF      WK-SST1-STATUS NOT =  ZERO
                           DISPLAY "TEST01J SST1-F WRITE ERROR STATUS="
                                   WK-SST1-STATUS
                           MOVE    "S040-10"   TO      WK-ERR-PARA
                           MOVE    WK-SST1-STATUS
                                   TO      WK-ERR-STATUS
                           MOVE    20          TO      WK-ERR-RC
                           PERFORM S990-10     THRU    S990-EX
                   END-IF
           END-PERFORM

           CLOSE   SST1-F
           .
       S040-EX.
           EXIT.

      *    *** CLOSE
       S900-10.
           DISPLAY WK-PGM-NAME " END"
           DISPLAY WK-PGM-NAME " STEPS RUN  = " WK-RUN-CNT
           DISPLAY WK-PGM-NAME " STEPS DONE = " WK-DONE-CNT

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           IF      WDT-STATUS  NOT =   ZERO
                   DISPLAY "TEST01J DATETIME CALL ERROR STATUS="
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
                   DISPLAY "TEST01J AUD1-F OPEN ERROR STATUS="
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
           MOVE    WK-STP1-F-NAME TO   AUD1-PIN1-NAME
           MOVE    WK-SST1-F-NAME TO   AUD1-POT1-NAME
           MOVE    ZERO        TO      AUD1-GEN-NBR
           IF      WK-RESUMED-SW = "Y"
                   MOVE    "Y"         TO      AUD1-RESTART-SW
           ELSE
                   MOVE    SPACE       TO      AUD1-RESTART-SW
           END-IF
           MOVE    WK-RUN-CNT  TO      AUD1-READ-CNT
           MOVE    WK-DONE-CNT TO      AUD1-WRITE-CNT
           IF      WK-ERR-RC NOT = ZERO
               OR  WK-STOP-SW = "Y"
                   MOVE    "ERR "      TO      AUD1-DISP
           ELSE
                   MOVE    "OK  "      TO      AUD1-DISP
           END-IF
           WRITE   AUD1-AUDIT-REC
           IF      WK-AUD1-STATUS NOT =  ZERO
                   DISPLAY "TEST01J AUD1-F WRITE ERROR STATUS="
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
                   MOVE    WK-RUN-CNT  TO      ERR1-REC-CNT
                   MOVE    WK-ERR-RC   TO      ERR1-RC
                   MOVE    X"0D"       TO      ERR1-CR
                   MOVE    X"0A"       TO      ERR1-LF
                   WRITE   ERR1-REC
                   CLOSE   ERR1-F
           ELSE
                   DISPLAY "TEST01J ERR1-F OPEN ERROR STATUS="
                           WK-ERR1-STATUS
           END-IF

      *    *** 実行履歴にも最終処理結果 'ERR ' で1件残す
           PERFORM S910-10     THRU    S910-EX

           STOP    RUN
           .
       S990-EX.
           EXIT.
