       *>   1. フィード登録（INFEEDS.DAT）を読み込む。1行1フィード：
       *>      <適用先ファイル名> <重要度Y/N> <ハッシュ開始桁>
       *>      <ハッシュ桁数> <数値必須の開始桁> <桁数>
       *>      [<メインフレームレイアウト>]
       *>      （ハッシュ・数値チェックの桁指定は0で省略）
       *>   1a. メインフレームレイアウトを登録したフィードは、
       *>      EBCDICのまま届いた<適用先>.EBCをFILEIOのメインフレーム
       *>      交換モード（HDR／TRL付き）で<適用先>.INへ変換してから
       *>      検証する。ハッシュ・数値チェックの桁は変換後の
       *>      テキスト側の桁で指定する。変換できないレコードが
       *>      あれば<適用先>.EBCを理由ファイル<適用先>.ERRと共に
       *>      隔離する
       *>   2. 各フィードの受信ファイル（<適用先>.IN）について、
       *>      FILEIOの管理モードと同じHDR／TRL規約（件数と金額
       *>      ハッシュ）を検証し、レコード単位の数値項目書式も
               10  FD-HASH-LENGTH     PIC 9(2).
               10  FD-NUM-START       PIC 9(3).
               10  FD-NUM-LENGTH      PIC 9(2).
               10  FD-MF-LAYOUT       PIC X(30).
               *> 空白または'-'ならテキストのフィード

       01  GATEWAY-CONTROL.
           05  RAW-FILE-NAME          PIC X(34).
           05  FEEDS-QUARANTINED      PIC 9(2)     VALUE 0.
           05  CRITICAL-QUARANTINED   PIC 9(2)     VALUE 0.
           05  QUARANTINE-COMMAND     PIC X(120).
           05  CONVERT-COMMAND        PIC X(300).
           05  CONVERT-STATUS         PIC S9(9)    VALUE 0.
           05  COMPLETION-CODE-WORK   PIC 9(4)     VALUE 0.
           05  HASH-WORK              PIC 9(15)    VALUE 0.

                                    FD-HASH-START(FEED-INDEX),
                                    FD-HASH-LENGTH(FEED-INDEX),
                                    FD-NUM-START(FEED-INDEX),
                                    FD-NUM-LENGTH(FEED-INDEX),
                                    FD-MF-LAYOUT(FEED-INDEX)
                           END-UNSTRING
                       END-IF
               END-READ
       PROCESS-ONE-FEED.
           *> フィード1件分の検証（受信ファイルが無ければ今回は
           *> 到着なしとして読み飛ばす）
           IF FD-MF-LAYOUT(FEED-INDEX) NOT = SPACES
               AND FD-MF-LAYOUT(FEED-INDEX) NOT = '-'
               MOVE SPACES TO FEED-FAIL-REASON
               PERFORM CONVERT-MAINFRAME-FEED
               IF FEED-FAIL-REASON NOT = SPACES
                   PERFORM QUARANTINE-FEED
                   PERFORM FILE-MAINFRAME-REJECTS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO RAW-FILE-NAME
           STRING FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
               PERFORM QUARANTINE-FEED
           END-IF.

       CONVERT-MAINFRAME-FEED.
           *> EBCDICのまま届いたフィード（<適用先>.EBC）をFILEIOの
           *> メインフレーム交換モードでHDR／TRL付きの<適用先>.INへ
           *> 変換する（.EBCが無ければ何もしない）
           MOVE SPACES TO RAW-FILE-NAME
           STRING FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
                  '.EBC' DELIMITED BY SIZE
               INTO RAW-FILE-NAME
           END-STRING

           OPEN INPUT RAW-FEED-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           CLOSE RAW-FEED-FILE

           DISPLAY 'Converting mainframe feed: ' RAW-FILE-NAME
           MOVE SPACES TO CONVERT-COMMAND
           STRING 'FILEIO_MAINFRAME=IN FILEIO_CONTROL=OUT '
                      DELIMITED BY SIZE
                  'FILEIO_LAYOUT=' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-MF-LAYOUT(FEED-INDEX))
                      DELIMITED BY SIZE
                  ' FILEIO_INPUT=' DELIMITED BY SIZE
                  FUNCTION TRIM(RAW-FILE-NAME) DELIMITED BY SIZE
                  ' FILEIO_OUTPUT=' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
                  '.IN FILEIO_ERRORS=' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
                  '.ERR FILEIO_HASH_START=' DELIMITED BY SIZE
                  FD-HASH-START(FEED-INDEX) DELIMITED BY SIZE
                  ' FILEIO_HASH_LENGTH=' DELIMITED BY SIZE
                  FD-HASH-LENGTH(FEED-INDEX) DELIMITED BY SIZE
                  ' ./fileio' DELIMITED BY SIZE
               INTO CONVERT-COMMAND
           END-STRING
           CALL 'SYSTEM' USING CONVERT-COMMAND
           MOVE RETURN-CODE TO CONVERT-STATUS
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO QUARANTINE-COMMAND
           IF CONVERT-STATUS NOT = 0
               MOVE 'Mainframe conversion rejected records'
                   TO FEED-FAIL-REASON
               *> 変換途中の.INは検証に回さないよう消しておく
               STRING 'rm -f ' DELIMITED BY SIZE
                      FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                          DELIMITED BY SIZE
                      '.IN' DELIMITED BY SIZE
                   INTO QUARANTINE-COMMAND
               END-STRING
           ELSE
               STRING 'rm -f ' DELIMITED BY SIZE
                      FUNCTION TRIM(RAW-FILE-NAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                          DELIMITED BY SIZE
                      '.ERR' DELIMITED BY SIZE
                   INTO QUARANTINE-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING QUARANTINE-COMMAND.

       FILE-MAINFRAME-REJECTS.
           *> 変換不能レコードの理由ファイルを隔離した.EBCの隣へ
           *> 移し、報告に所在を書き添える
           MOVE SPACES TO QUARANTINE-COMMAND
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
                  '.ERR QUARANTINE/' DELIMITED BY SIZE
               INTO QUARANTINE-COMMAND
           END-STRING
           CALL 'SYSTEM' USING QUARANTINE-COMMAND

           MOVE SPACES TO GATEWAY-REPORT-LINE
           STRING '            rejected records listed in QUARANTINE/'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(FD-TARGET-NAME(FEED-INDEX))
                      DELIMITED BY SIZE
                  '.ERR' DELIMITED BY SIZE
               INTO GATEWAY-REPORT-LINE
           END-STRING
           WRITE GATEWAY-REPORT-LINE.

       VERIFY-FEED-CONTENT.
           *> HDR／TRL規約（件数・金額ハッシュ）とレコード単位の
           *> 数値項目書式を検証する（FILEIOの管理モードと同じ規約）
