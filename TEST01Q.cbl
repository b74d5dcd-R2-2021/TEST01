                               STATUS   WK-AUD1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.

      *    *** 起動パラメタ (照会日付範囲・供給元。無ければ全件)
       SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
           ORGANIZATION IS RECORD BINARY SEQUENTIAL.
      *    *** 開始日時 (YYYYMMDD) の選択範囲 (空白=制限しない)
           03  CTL1-FROM-DATE   PIC  X(008).
           03  CTL1-TO-DATE     PIC  X(008).
      *    *** 供給元 ID の選択 (空白=全供給元)
           03  CTL1-FEED-ID     PIC  X(008).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
      *    *** 開始日時 (YYYYMMDD) の選択範囲 (空白=制限しない)
           03  WK-FROM-DATE    PIC  X(008) VALUE SPACE.
           03  WK-TO-DATE      PIC  X(008) VALUE SPACE.
      *    *** 供給元 ID の選択 (空白=全供給元)
           03  WK-FEED-ID      PIC  X(008) VALUE SPACE.

      *    *** 読込んだ総件数・照会で印字した件数
           03  WK-AUD-TOTAL    BINARY-LONG SYNC VALUE ZERO.
      *    *** 読切った後に新しい順へ逆順に辿って印字する
       01  AUDIT-TABLE-AREA.
           03  WK-AUD-ENTRY    OCCURS 500 TIMES
                               PIC  X(162).

      *    *** 印字編集用の実行履歴レコード複写先
           COPY    CPAUDIT REPLACING ==:##:== BY ==WRK==.
                           IF  CTL1-TO-DATE   NOT = SPACE
                               MOVE CTL1-TO-DATE   TO WK-TO-DATE
                           END-IF
                           IF  CTL1-FEED-ID   NOT = SPACE
                               MOVE CTL1-FEED-ID   TO WK-FEED-ID
                           END-IF
                   END-IF
                   CLOSE   CTL1-F
           END-IF
           EXIT.

      *    *** 新しい順 (読込んだ逆順) に照会印字。日付範囲指定時は
      *    *** 開始日時の先頭8桁 (YYYYMMDD) で、供給元 ID 指定時は
      *    *** 同じ供給元の実行だけを選択する
       S030-10.
           IF      WK-AUD-TOTAL = ZERO
                   DISPLAY "TEST01Q NO HISTORY"
               AND WRK-START-TS (1:8) > WK-TO-DATE
                   GO  TO  S031-EX
           END-IF
           IF      WK-FEED-ID   NOT = SPACE
               AND WRK-FEED-ID NOT = WK-FEED-ID
                   GO  TO  S031-EX
           END-IF

           DISPLAY WRK-PGM-NAME
                   " START " WRK-START-TS
                   "  READ " WRK-READ-CNT
                   "  WRITE " WRK-WRITE-CNT
                   "  DISP " WRK-DISP
                   "  FEED " WRK-FEED-ID
           DISPLAY "         IN  " WRK-PIN1-NAME
           DISPLAY "         OUT " WRK-POT1-NAME

