       *>   - 各リジェクトファイル（EMPREJECT.DAT、ARRCPTEX.DAT、
       *>     ORDREJ.DAT、REJECTED.DAT）の件数
       *>   - PURGERPT.TXT   : パージ拒否の件数
       *>   - 参照整合性チェック（完了レコードINTEGCHK）の例外件数
       *> 前日の件数（DASHPREV.DATに保存）との比較列を付け、先頭に
       *> OK／ATTENTIONの判定を表示します。あわせて監視スクリプトが
       *> ポーリングできる1行ステータス（MORNSTAT.DAT）を書き出し
           *> 監査例外行の判定用（部分文字列の出現数）
           05  REJECT-TOTAL           PIC 9(6)     VALUE 0.
           05  PURGE-REFUSED-COUNT    PIC 9(6)     VALUE 0.
           05  INTEGRITY-EXC-COUNT    PIC 9(6)     VALUE 0.
           05  INTEGRITY-FOUND        PIC X(1)     VALUE 'N'.
           *> 当日の参照整合性チェックの例外件数（最新の実行分）
           05  PRIOR-AUDIT-EXC        PIC 9(6)     VALUE 0.
           05  PRIOR-REJECTS          PIC 9(6)     VALUE 0.
           05  PRIOR-FOUND            PIC X(1)     VALUE 'N'.
           END-PERFORM.

       PRESCAN-COMPLETION-RECORDS.
           *> 当日の完了レコードのうち完了コード8以上を数え、
           *> 参照整合性チェックの最新の例外件数を控える
           OPEN INPUT COMPLETION-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
                           AND CC-COMPLETION-CODE >= 8
                           ADD 1 TO COMPLETION-FAILS
                       END-IF
                       IF CC-TIMESTAMP(1:8) = DASH-TODAY
                           AND CC-PROGRAM-ID = 'INTEGCHK'
                           MOVE 'Y' TO INTEGRITY-FOUND
                           MOVE CC-ERROR-COUNT TO INTEGRITY-EXC-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLETION-FILE
                  PURGE-REFUSED-COUNT DELIMITED BY SIZE
               INTO DASHBOARD-REPORT-LINE
           END-STRING
           WRITE DASHBOARD-REPORT-LINE

           MOVE SPACES TO DASHBOARD-REPORT-LINE
           IF INTEGRITY-FOUND = 'Y'
               STRING 'Integrity exceptions: ' DELIMITED BY SIZE
                      INTEGRITY-EXC-COUNT DELIMITED BY SIZE
                      ' (see INTEGRPT.TXT)' DELIMITED BY SIZE
                   INTO DASHBOARD-REPORT-LINE
               END-STRING
           ELSE
               STRING 'Integrity exceptions: (no sweep today)'
                          DELIMITED BY SIZE
                   INTO DASHBOARD-REPORT-LINE
               END-STRING
           END-IF
           WRITE DASHBOARD-REPORT-LINE.

       GATHER-REJECT-COUNTS.
