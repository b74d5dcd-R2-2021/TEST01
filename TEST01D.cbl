      *    *** 対象実行日付 (YYYYMMDD。空白=実行履歴の最新日付)
           03  CTL1-RUN-DATE    PIC  X(008).
           03  CTL1-RPT1-F-NAME PIC  X(032).
      *    *** 対象の供給元 ID (空白=既定の単一供給元)。実行履歴は
      *    *** この供給元の分だけを集め、検算残高・世代索引・完了
      *    *** マーカ・POT1 は供給元別のデータセットを読む
           03  CTL1-FEED-ID     PIC  X(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-RPT1-F-NAME  PIC  X(032) VALUE "TEST01D.PRNT".
      *    *** 起動パラメタ制御レコードの DD 名 (固定)
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "TEST01D.PARM".

      *    *** 供給元 ID (空白=既定の単一供給元) と、供給元別データ
      *    *** セット名 "TEST01.<ID>.xxxx" の編集用
           03  WK-FEED-ID      PIC  X(008) VALUE SPACE.
           03  WK-FEED-NAME    PIC  X(032) VALUE SPACE.
           03  WK-FEED-WORK    PIC  X(032) VALUE SPACE.
           03  WK-FEED-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-IDX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-FEED-OK-SW   PIC  X(001) VALUE "Y".
      *    *** GDG 世代付けを外した基底データセット名
           03  WK-POT1-GDG-BASE PIC X(032).

      *    *** しないようにする)
           03  WK-ERR-SEEN-SW  PIC  X(001) VALUE "N".

      *    *** 'Y'=プログラム別サマリ表が満杯で載せられなかった
      *    *** プログラムがある (その処理結果を判定できないため NOGO)
           03  WK-PGM-OVF-SW   PIC  X(001) VALUE "N".

      *    *** POT1 トレーラ走査の状態 ('Y'=正常に読切った)
           03  WK-SCN-OK-SW    PIC  X(001) VALUE "N".
           03  WK-SCN-NOTE     PIC  X(040) VALUE SPACE.
           03  WK-RPT1-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** 実行履歴プログラム別サマリ表 (対象日付の最終1件を
      *    *** プログラム名ごとに保持する。実行履歴を書くのは
      *    *** TEST01 と各ユーティリティの十数本のため余裕を持たせる)
       01  PGM-TABLE-AREA.
           03  WK-PGM-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-PGM-ENTRY    OCCURS 20 TIMES.
               05  WK-PGM-NM   PIC  X(008).
               05  WK-PGM-START PIC X(026).
               05  WK-PGM-END  PIC  X(026).
           03  PRT-HEAD-DATE   PIC  X(008).
           03  FILLER          PIC  X(009) VALUE "  STATUS ".
           03  PRT-HEAD-STATUS PIC  X(004).
           03  FILLER          PIC  X(007) VALUE "  FEED ".
           03  PRT-HEAD-FEED   PIC  X(008).
           03  FILLER          PIC  X(056) VALUE SPACE.

       01  PRT-PGM-LINE.
           03  FILLER          PIC  X(004) VALUE "PGM ".
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
                   DISPLAY "TEST01D INVALID FEED ID '" WK-FEED-ID "'"
                   MOVE    12          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           DISPLAY WK-PGM-NAME " FEED ID=" WK-FEED-ID

           MOVE    WK-BAL1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-BAL1-F-NAME
           MOVE    WK-GDX1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GDX1-F-NAME
           MOVE    WK-GCM1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-GCM1-F-NAME
           MOVE    WK-POT1-F-NAME TO   WK-FEED-NAME
           PERFORM S003-10     THRU    S003-EX
           MOVE    WK-FEED-NAME TO     WK-POT1-F-NAME
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
                           IF  CTL1-RUN-DATE NOT = SPACE
                               MOVE CTL1-RUN-DATE TO WK-RUN-DATE
                           END-IF
           PERFORM UNTIL WK-AUD1-STATUS NOT = ZERO
                   READ    AUD1-F
                   IF      WK-AUD1-STATUS =    ZERO
                       AND AUD1-FEED-ID = WK-FEED-ID
                       AND AUD1-START-TS (1:8) > WK-RUN-DATE
                           MOVE AUD1-START-TS (1:8) TO WK-RUN-DATE
                   END-IF
       S020-EX.
           EXIT.

      *    *** 対象日付・対象供給元の実行履歴収集。同一プログラム
      *    *** が複数回走った夜 (リスタート等) は最後の1件を採る
      *    *** (履歴は追記順のため後勝ちで上書きすればよい)
       S030-10.
           OPEN    INPUT       AUD1-F
           IF      WK-AUD1-STATUS NOT =  ZERO
           PERFORM UNTIL WK-AUD1-STATUS NOT = ZERO
                   READ    AUD1-F
                   IF      WK-AUD1-STATUS =    ZERO
                       AND AUD1-FEED-ID = WK-FEED-ID
                       AND AUD1-START-TS (1:8) = WK-RUN-DATE
                           PERFORM S031-10     THRU    S031-EX
                   END-IF

      *    *** 実行履歴1件分のプログラム別サマリ表への反映
       S031-10.
      *    *** 障害の有無は表に載るかどうかに関係なく拾う
           IF      AUD1-DISP = "ERR "
                   MOVE    "Y"         TO      WK-ERR-SEEN-SW
           END-IF

           MOVE    ZERO        TO      J
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL   I > WK-PGM-CNT
                   END-IF
           END-PERFORM
           IF      J = ZERO
                   IF      WK-PGM-CNT NOT < 20
      *    *** 表あふれのときは、載らないプログラムの処理結果を
      *    *** 判定できないため NOGO にする (S070-10)
                           DISPLAY "TEST01D PGM TABLE FULL (MAX 20) - "
                                   AUD1-PGM-NAME " NOT SHOWN"
                           MOVE    "Y"         TO      WK-PGM-OVF-SW
                           GO  TO  S031-EX
                   END-IF
                   ADD     1           TO      WK-PGM-CNT
           MOVE    AUD1-GEN-NBR TO     WK-PGM-GEN (J)
           MOVE    AUD1-READ-CNT TO    WK-PGM-READ (J)
           MOVE    AUD1-WRITE-CNT TO   WK-PGM-WRITE (J)
           .
       S031-EX.
           EXIT.
      *    ***   - いずれかの処理結果が 'OK  '/'DIFF' 以外
      *    ***   - 検算残高に NG がある / 残高報告が読めない
      *    ***   - 現行世代のトレーラが読切れない
      *    ***   - プログラム別サマリ表に載らないプログラムがある
       S070-10.
           IF      WK-RUN-DATE = SPACE
                   MOVE    "Y"         TO      WK-NOGO-SW
                   END-IF
           END-PERFORM
           IF      J = ZERO
               OR  WK-PGM-OVF-SW = "Y"
                   MOVE    "Y"         TO      WK-NOGO-SW
           END-IF


      *    *** 見出し (総合判定が1行目に来るように全収集後に印字)
           MOVE    WK-RUN-DATE TO      PRT-HEAD-DATE
           MOVE    WK-FEED-ID  TO      PRT-HEAD-FEED
           IF      WK-NOGO-SW = "Y"
                   MOVE    "NOGO"      TO      PRT-HEAD-STATUS
           ELSE
                           WK-PRT-LINE (1:20)
                   PERFORM S080-10     THRU    S080-EX
           END-IF
           IF      WK-PGM-OVF-SW = "Y"
                   MOVE    SPACE       TO      WK-PRT-LINE
                   MOVE    "PGM TABLE FULL - SOME PROGRAMS NOT SHOWN"
                           TO      WK-PRT-LINE (1:40)
                   PERFORM S080-10     THRU    S080-EX
           END-IF
           MOVE    SPACE       TO      WK-PRT-LINE
           PERFORM S080-10     THRU    S080-EX

