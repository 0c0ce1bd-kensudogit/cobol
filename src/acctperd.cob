       *> 機能: スーパーバイザーのサインオン（OPERATOR.DAT照合）を
       *>       経て、会計期間の一覧表示・オープン・クローズを行う。
       *>       GL-JOURNALが締め済み期間への転記防止に参照する。
       *>       初回のクローズはPERIOD-CLOSEの締めチェックリストで
       *>       行い、ここでは通過済み期間の再クローズのみ受け付ける。
       *>       すべての操作を監査ログに実オペレーターIDで記録する
       *>
       *> 変更履歴:
       *> 2026-09-02  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  クローズは締めチェックリスト
       *>             （PERIOD-CLOSE）を通過した期間のみに制限
       *>             （CLOSELOG.DATに締め記録が無ければ拒否）
       *> 2026-10-15  COBOL Developer  サインオン失敗の監査ログに
       *>             入力されたオペレーターIDを記録
       *> 2026-10-15  COBOL Developer  期間の登録・状態変更ごとに
       *>             変更前後のイメージを変更ジャーナル
       *>             （CHGJRNL.DAT）へ追記

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OPERATOR-STATUS.

           *> 締め記録ファイル（PERIOD-CLOSEがチェックリストを
           *> 通過した期間を追記する）
           SELECT CLOSE-LOG-FILE ASSIGN TO 'CLOSELOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CLOSELOG-STATUS.

           *> 変更ジャーナル（EMPLOYEE等の保守プログラムと共有。
           *> 期間1件の変更ごとに変更前後のイメージを追記する）
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴。
           *> 実行ごとに追記するためEXTENDで開く）
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDIT.LOG'
           *> パスワード形式（H=ハッシュ済み、空白=旧形式の平文。
           *> EMPLOYEEと同じ判定列）

       *> 締め記録レコード構造（PERIOD-CLOSEのCLOSE-LOG-RECORDと
       *> 同一）
       FD  CLOSE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-LOG-RECORD.
           05  WS-CL-PERIOD PIC X(6).
           05  FILLER PIC X(1).
           05  WS-CL-OUTCOME PIC X(8).
           *> CLEAN=全項目完了、OVERRIDE=承認による締め
           05  FILLER PIC X(1).
           05  WS-CL-CLOSED-BY PIC X(8).
           05  FILLER PIC X(1).
           05  WS-CL-OVERRIDE-BY PIC X(8).
           05  FILLER PIC X(1).
           05  WS-CL-TIMESTAMP PIC X(14).
           05  FILLER PIC X(1).
           05  WS-CL-BLOCKER-COUNT PIC 9(3).

       *> 変更ジャーナルレコード構造（EMPLOYEEの
       *> CHANGE-JOURNAL-RECORDと同一）
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-JOURNAL-RECORD.
           05  WS-CJ-TIMESTAMP PIC X(16).
           *> 記録日時（YYYYMMDDHHMMSS+1/100秒）
           05  FILLER PIC X(1).
           05  WS-CJ-PROGRAM-ID PIC X(8).
           05  FILLER PIC X(1).
           05  WS-CJ-FILE-ID PIC X(8).
           *> 対象ファイル（ACCTPERD）
           05  FILLER PIC X(1).
           05  WS-CJ-ACTION PIC X(1).
           *> 操作（A=登録、C=更新、D=削除）
           05  FILLER PIC X(1).
           05  WS-CJ-KEY PIC X(20).
           05  FILLER PIC X(1).
           05  WS-CJ-OPERATOR PIC X(8).
           05  FILLER PIC X(1).
           05  WS-CJ-CORRELATION-ID PIC X(24).
           05  FILLER PIC X(1).
           05  WS-CJ-SEQUENCE PIC 9(5).
           05  FILLER PIC X(1).
           05  WS-CJ-IMAGE-LENGTH PIC 9(3).
           05  FILLER PIC X(1).
           05  WS-CJ-BEFORE-IMAGE PIC X(200).
           05  FILLER PIC X(1).
           05  WS-CJ-AFTER-IMAGE PIC X(200).

       *> 他のバッチプログラムと共有する監査ログ
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-OPERATOR-STATUS PIC X(2).
       *> OPERATOR.DAT入出力の状態コード
           88  WS-OPERATOR-FILE-OK VALUE '00'.
       01  WS-CLOSELOG-STATUS PIC X(2).
       *> CLOSELOG.DAT入出力の状態コード
           88  WS-CLOSELOG-OK VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード
       01  WS-JOURNAL-STATUS PIC X(2).
       *> CHGJRNL.DAT入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
               10  WS-APT-PERIOD PIC X(6).
               10  WS-APT-STATUS PIC X(6).

       *> 変更ジャーナル用の作業領域
       01  WS-JOURNAL-CONTROL.
           05  WS-JRN-CORRELATION-ID PIC X(24) VALUE SPACES.
           *> この実行の相関ID（最初の記録時に採番）
           05  WS-JRN-SEQUENCE PIC 9(5) VALUE 0.
           05  WS-JRN-ACTION PIC X(1).
           *> 操作（A=登録、C=更新）
           05  WS-JRN-TIMESTAMP PIC X(14).
           05  WS-JRN-BEFORE-IMAGE PIC X(13).
           *> 変更前の期間レコード（ACCOUNTING-PERIOD-RECORDの形式）
           05  WS-JRN-AFTER-IMAGE PIC X(13).
       01  WS-JRN-PERIOD-IMAGE.
       *> 期間テーブル1件分をレコード形式に組み立てる領域
           05  WS-JPI-PERIOD PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-JPI-STATUS PIC X(6).

       01  WS-MAINT-CONTROL.
           05  WS-ACCTPERD-EOF PIC X(1).
           *> 会計期間ファイル終端フラグ
           *> 保守対象の期間（YYYYMM）
           05  WS-AP-FOUND PIC X(1).
           *> 期間検索の結果フラグ（Y/N）
           05  WS-CLOSELOG-EOF PIC X(1).
           *> 締め記録ファイル終端フラグ
           05  WS-CLOSE-CLEARED PIC X(1).
           *> 期間が締めチェックリストを通過済みか（Y/N）

       *> サインオン用の作業領域
       01  WS-SIGNON-CONTROL.
                   MOVE 'SUPERVISOR-SIGN-ON'
                       TO WS-AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Sign-on failed: ' DELIMITED BY SIZE
                          WS-SIGNON-USER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-PERFORM

           PERFORM LOOKUP-PERIOD
           IF WS-AP-FOUND = 'Y'
               PERFORM SAVE-PERIOD-BEFORE-IMAGE
               MOVE 'C' TO WS-JRN-ACTION
               MOVE 'OPEN' TO WS-APT-STATUS(WS-AP-IDX)
           ELSE
               IF WS-AP-COUNT > 0
               SET WS-AP-IDX TO WS-AP-COUNT
               MOVE WS-MAINT-PERIOD TO WS-APT-PERIOD(WS-AP-IDX)
               MOVE 'OPEN' TO WS-APT-STATUS(WS-AP-IDX)
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE 'A' TO WS-JRN-ACTION
           END-IF
           PERFORM SAVE-PERIOD-TABLE
           PERFORM JOURNAL-PERIOD-CHANGE

           DISPLAY 'Period ' WS-MAINT-PERIOD ' is now OPEN'
           MOVE 'OPEN-PERIOD' TO WS-AUDIT-PARAGRAPH-ID
               DISPLAY 'Period not found!'
               EXIT PARAGRAPH
           END-IF
           *> 締めチェックリスト（PERIOD-CLOSE）を通過していない
           *> 期間はここではクローズさせない。通過後に再オープン
           *> した期間の再クローズのみ許す
           PERFORM CHECK-CLOSE-CLEARANCE
           IF WS-CLOSE-CLEARED NOT = 'Y'
               DISPLAY 'Period ' WS-MAINT-PERIOD
                   ' has not passed the close checklist -'
               DISPLAY 'run PERIOD-CLOSE to close it'
               MOVE 'CLOSE-PERIOD' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Close refused - checklist not passed: '
                      DELIMITED BY SIZE
                      WS-MAINT-PERIOD DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-PERIOD-BEFORE-IMAGE
           MOVE 'C' TO WS-JRN-ACTION
           MOVE 'CLOSED' TO WS-APT-STATUS(WS-AP-IDX)
           PERFORM SAVE-PERIOD-TABLE
           PERFORM JOURNAL-PERIOD-CHANGE

           DISPLAY 'Period ' WS-MAINT-PERIOD ' is now CLOSED'
           MOVE 'CLOSE-PERIOD' TO WS-AUDIT-PARAGRAPH-ID
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CHECK-CLOSE-CLEARANCE.
       *> 締め記録に保守対象の期間があるかどうかの確認
           MOVE 'N' TO WS-CLOSE-CLEARED
           OPEN INPUT CLOSE-LOG-FILE
           IF NOT WS-CLOSELOG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLOSELOG-EOF
           PERFORM UNTIL WS-CLOSELOG-EOF = 'Y'
               READ CLOSE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CLOSELOG-EOF
                   NOT AT END
                       IF WS-CL-PERIOD = WS-MAINT-PERIOD
                           MOVE 'Y' TO WS-CLOSE-CLEARED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-LOG-FILE.

       SAVE-PERIOD-BEFORE-IMAGE.
       *> 更新前の期間（WS-AP-IDX）をレコード形式で退避する
           MOVE WS-APT-PERIOD(WS-AP-IDX) TO WS-JPI-PERIOD
           MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-JPI-STATUS
           MOVE WS-JRN-PERIOD-IMAGE TO WS-JRN-BEFORE-IMAGE.

       JOURNAL-PERIOD-CHANGE.
       *> 期間1件分の変更を変更ジャーナルへ記録する（状態が変わら
       *> なかった場合は記録しない。相関IDは実行ごとに最初の記録時
       *> に採番する。複数プログラムが追記するためEXTENDで開き、
       *> ファイルが無ければOUTPUTで新規作成する）
           MOVE WS-APT-PERIOD(WS-AP-IDX) TO WS-JPI-PERIOD
           MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-JPI-STATUS
           MOVE WS-JRN-PERIOD-IMAGE TO WS-JRN-AFTER-IMAGE
           IF WS-JRN-AFTER-IMAGE = WS-JRN-BEFORE-IMAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-JRN-CORRELATION-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
               STRING WS-AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-JRN-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-JRN-CORRELATION-ID
               END-STRING
           END-IF
           ADD 1 TO WS-JRN-SEQUENCE

           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CJ-TIMESTAMP
           MOVE WS-AUDIT-PROGRAM-ID TO WS-CJ-PROGRAM-ID
           MOVE 'ACCTPERD' TO WS-CJ-FILE-ID
           MOVE WS-JRN-ACTION TO WS-CJ-ACTION
           MOVE WS-APT-PERIOD(WS-AP-IDX) TO WS-CJ-KEY
           MOVE WS-AUDIT-USER-ID TO WS-CJ-OPERATOR
           MOVE WS-JRN-CORRELATION-ID TO WS-CJ-CORRELATION-ID
           MOVE WS-JRN-SEQUENCE TO WS-CJ-SEQUENCE
           MOVE 13 TO WS-CJ-IMAGE-LENGTH
           MOVE WS-JRN-BEFORE-IMAGE TO WS-CJ-BEFORE-IMAGE
           MOVE WS-JRN-AFTER-IMAGE TO WS-CJ-AFTER-IMAGE

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD
           CLOSE CHANGE-JOURNAL-FILE.

       WRITE-AUDIT-LOG.
       *> 監査ログへの書き込み（他のバッチプログラムと共通の
       *> "タイムスタンプ プログラムID パラグラフID ユーザID
