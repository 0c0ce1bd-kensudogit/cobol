       *> 2026-09-02  COBOL Lambda Converter  APIキー別の利用件数と
       *>             日次クォータ拒否件数の集計を追加（APIKEY／
       *>             QUOTA行を解析してレポートとCSVへ出力する）
       *> 2026-10-15  COBOL Lambda Converter  顧客口座照会の件数と
       *>             拒否件数の集計を追加（ACCOUNT行を解析して
       *>             レポートとCSVへ出力する）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  KU-REQUEST-COUNT PIC 9(6).
       01  WS-QUOTA-REJECT-COUNT PIC 9(6) VALUE 0.
       *> 日次クォータ超過で拒否した件数
       01  WS-ACCOUNT-LOOKUP-COUNT PIC 9(6) VALUE 0.
       *> 顧客口座照会の成立件数
       01  WS-ACCOUNT-DENIED-COUNT PIC 9(6) VALUE 0.
       *> 顧客口座照会の拒否件数（キー未紐付け・顧客なし等）
       01  WS-PARSE-KEY PIC X(20).
       *> APIKEY行から取り出したキーID

               ADD 1 TO WS-QUOTA-REJECT-COUNT
           END-IF

           *> 顧客口座照会行（成立と拒否を分けて数える）
           MOVE 0 TO WS-TALLY
           INSPECT LOG-RECORD TALLYING WS-TALLY
               FOR ALL "ACCOUNT lookup "
           IF WS-TALLY > 0
               ADD 1 TO WS-ACCOUNT-LOOKUP-COUNT
           ELSE
               MOVE 0 TO WS-TALLY
               INSPECT LOG-RECORD TALLYING WS-TALLY
                   FOR ALL "ACCOUNT "
               IF WS-TALLY > 0
                   ADD 1 TO WS-ACCOUNT-DENIED-COUNT
               END-IF
           END-IF

           *> APIキー行（キー別の利用件数を数える）
           MOVE 0 TO WS-TALLY
           INSPECT LOG-RECORD TALLYING WS-TALLY
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Account lookups: " DELIMITED BY SIZE
                  WS-ACCOUNT-LOOKUP-COUNT DELIMITED BY SIZE
                  "  Account lookups refused: " DELIMITED BY SIZE
                  WS-ACCOUNT-DENIED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-KEYUSE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Requests by API key:" DELIMITED BY SIZE
           END-STRING
           WRITE FEED-LINE

           MOVE SPACES TO FEED-LINE
           STRING "ACCOUNT,," DELIMITED BY SIZE
                  WS-ACCOUNT-LOOKUP-COUNT DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE

           MOVE SPACES TO FEED-LINE
           STRING "ACCOUNTDENIED,," DELIMITED BY SIZE
                  WS-ACCOUNT-DENIED-COUNT DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE

           PERFORM VARYING I-KEYUSE FROM 1 BY 1
                   UNTIL I-KEYUSE > WS-KEYUSE-COUNT
               MOVE SPACES TO FEED-LINE
