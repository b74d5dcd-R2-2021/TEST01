      *    *** 突合先 (PRV) だけの指定も可 (現行世代と任意の過去)
           03  CTL1-CUR-GEN     PIC  9(007).
           03  CTL1-PRV-GEN     PIC  9(007).
      *    *** 供給元 ID (空白=既定の単一供給元。TEST01 の同名項目
      *    *** と同じ値を指定し、その供給元の世代を読む)
           03  CTL1-FEED-ID     PIC  X(008).

      *    *** 障害サマリ・レコード (異常終了時に1件だけ書出す。
      *    *** 失敗パラグラフ・ファイル状態・到達件数・戻り値区分)
           03  WK-GCM1-F-NAME  PIC  X(032) VALUE "TEST01.GCMP".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01C.PARM".

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
      *    *** (TEST01 と同じ検査。実行履歴・障害サマリは共用)
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
                   DISPLAY "TEST01C INVALID FEED ID '" WK-FEED-ID "'"
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
                           IF  CTL1-POT1-F-NAME NOT = SPACE
                               MOVE CTL1-POT1-F-NAME TO WK-POT1-F-NAME
                           END-IF

           MOVE    SPACE       TO      AUD1-AUDIT-REC
           MOVE    WK-PGM-NAME TO      AUD1-PGM-NAME
           MOVE    WK-FEED-ID  TO      AUD1-FEED-ID
           MOVE    WK-START-TS TO      AUD1-START-TS
           MOVE    WDT-DATE-TIME TO    AUD1-END-TS
           MOVE    WK-POT1-CUR-NAME TO AUD1-PIN1-NAME
