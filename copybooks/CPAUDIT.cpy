           03  :##:-WRITE-CNT       PIC  9(009).
      *    *** 最終処理結果 ('OK  '=正常 'OOB '=検算不一致 等)
           03  :##:-DISP            PIC  X(004).
      *    *** 供給元 ID (空白=既定の単一供給元)
           03  :##:-FEED-ID         PIC  X(008).
