       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REVIEW.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 職務分離・セキュリティイベントレビュープログラム
       *>
       *> 共有監査ログ（AUDIT.LOGとAUDITARC.DATに登録された
       *> アーカイブ）とオペレーターマスタ（OPERATOR.DAT）を読み、
       *> 内部監査の四半期レビュー用に次の区分でSECREVW.TXTへ
       *> 出力します：
       *>   1. サインオン失敗・アカウントロック・権限拒否
       *>   2. スーパーバイザーによるオーバーライド
       *>   3. 業務時間外（平日の開始時刻前・終了時刻以降および
       *>      土日）に実オペレーターが行った変更
       *>   4. 職務分離違反 - 同じオペレーターがマスタを変更し、
       *>      その後にそのマスタを使う支払を実行・承認したもの
       *>      （例：EMPLOYEEで銀行口座を変更してPAYROLLの支払を
       *>      リリース）。組み合わせはSOD-RULE-TABLEで定義する
       *>   5. 休眠オペレーター - 有効なアカウントのうち、規定日数
       *>      以上監査ログに成功エントリが無いもの（無効化候補）
       *> 対象期間などはSECREVW.CTL（1行1指示：FROM／TO／
       *> BIZSTART／BIZEND／DORMANT）で指定する。無い場合は当日
       *> までの90日間、業務時間0700～1900、休眠90日とする。
       *> 休眠判定の最終利用日は対象期間にかかわらずログ全体から
       *> 求める。
       *>
       *> 終了時に構造化完了レコード（プログラムID SECREVW）を
       *> 書き出し、エラー件数欄に検出件数を載せる。検出がある
       *> 場合は完了コード4（警告）とする。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 監査ログ（現行ファイルとアーカイブを動的に割り当てる）
           SELECT AUDIT-LOG-FILE
               ASSIGN TO DYNAMIC AUDIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> ローテーション済みアーカイブの登録簿
           SELECT ARCHIVE-REGISTRY-FILE
               ASSIGN TO 'AUDITARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> オペレーターマスタ（EMPLOYEEプログラムが保守する）
           SELECT OPERATOR-FILE
               ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> レビュー条件の指示ファイル（無い場合は既定値）
           SELECT REVIEW-CONTROL-FILE
               ASSIGN TO 'SECREVW.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> セキュリティレビュー報告書
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO 'SECREVW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 構造化完了レコード（スケジューラのステップ成否判定用）
           SELECT COMPLETION-FILE
               ASSIGN TO 'COMPLETION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS COMPLETION-FILE-STATUS.

           *> 監査ログ（このプログラム自身の実行記録の追記用）
           SELECT AUDIT-OUTPUT-FILE
               ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS AUDIT-FILE-STATUS.

           *> 監査ログ通番ファイル（このプログラムの最終通番を
           *> 保持し、エントリの改ざん検知に使う）
           SELECT AUDIT-SEQ-FILE
               ASSIGN TO DYNAMIC AUDIT-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD           PIC X(132).

       FD  ARCHIVE-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCHIVE-REGISTRY-RECORD    PIC X(40).

       *> オペレーターレコード構造（EMPLOYEEプログラムの
       *> OPERATOR-RECORDと同一項目）
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OP-ID                  PIC X(8).
           05  FILLER                 PIC X(1).
           05  OP-PASSWORD            PIC X(8).
           05  FILLER                 PIC X(1).
           05  OP-ROLE                PIC X(1).
           05  FILLER                 PIC X(1).
           05  OP-ACCT-STATUS         PIC X(1).
           05  FILLER                 PIC X(1).
           05  OP-FAIL-COUNT          PIC X(1).
           05  FILLER                 PIC X(1).
           05  OP-PWD-DATE            PIC X(10).
           05  FILLER                 PIC X(1).
           05  OP-FORCE-CHANGE        PIC X(1).
           05  FILLER                 PIC X(1).
           05  OP-PWD-FORMAT          PIC X(1).

       FD  REVIEW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REVIEW-CONTROL-RECORD.
           05  RC-TYPE                PIC X(10).
           05  RC-VALUE               PIC X(30).

       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-LINE         PIC X(132).

       *> 構造化完了レコード（バッチ各プログラム共通の書式）
       FD  COMPLETION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  COMPLETION-RECORD.
           05  CC-PROGRAM-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CC-TIMESTAMP           PIC X(14).
           05  FILLER                 PIC X(1).
           05  CC-COMPLETION-CODE     PIC 9(4).
           05  FILLER                 PIC X(1).
           05  CC-TOTAL-COUNT         PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CC-PROCESSED-COUNT     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CC-ERROR-COUNT         PIC 9(6).

       FD  AUDIT-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-OUTPUT-RECORD        PIC X(132).

       *> 監査ログ通番ファイル（最終通番のみを1行で保持する）
       FD  AUDIT-SEQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-SEQ-RECORD           PIC 9(7).

       WORKING-STORAGE SECTION.

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS            PIC X(2).
               88  FILE-STATUS-OK     VALUE '00'.
           05  EOF-FLAG               PIC X(1)     VALUE 'N'.
               88  EOF-REACHED        VALUE 'Y'.

       01  COMPLETION-FILE-STATUS     PIC X(2).
       01  AUDIT-FILE-STATUS          PIC X(2).

       01  AUDIT-LOG-FILENAME         PIC X(40)
                                      VALUE 'AUDIT.LOG'.

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'SECREVW'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> ================================================================
       *> 監査ログ行の項目分解（共通書式の固定位置）
       *> ================================================================

       01  AUDIT-LINE-FIELDS.
           05  AL-TIMESTAMP           PIC X(14).
           05  AL-DATE                PIC X(8).
           05  AL-DATE-NUM REDEFINES AL-DATE
                                      PIC 9(8).
           05  AL-TIME                PIC X(4).
           05  AL-PROGRAM-ID          PIC X(8).
           05  AL-PARAGRAPH           PIC X(30).
           05  AL-USER-ID             PIC X(8).
           05  AL-OUTCOME             PIC X(1).
           05  AL-MESSAGE             PIC X(64).

       *> ================================================================
       *> レビュー条件（SECREVW.CTLで変更できる）
       *> ================================================================

       01  REVIEW-CONDITIONS.
           05  REVIEW-FROM-DATE       PIC X(8)     VALUE SPACES.
           05  REVIEW-TO-DATE         PIC X(8)     VALUE SPACES.
           05  BUSINESS-START         PIC X(4)     VALUE '0700'.
           05  BUSINESS-END           PIC X(4)     VALUE '1900'.
           05  DORMANT-DAYS           PIC 9(4)     VALUE 90.
           05  DEFAULT-PERIOD-DAYS    PIC 9(4)     VALUE 90.

       01  REVIEW-WORK.
           05  TODAY-DATE             PIC X(8).
           05  TODAY-NUM REDEFINES TODAY-DATE
                                      PIC 9(8).
           05  DATE-NUM-WORK          PIC 9(8).
           05  WEEKDAY-NUMBER            PIC 9(1).
           *> 0=月曜 … 5=土曜、6=日曜
           05  DAYS-IDLE              PIC S9(7).
           05  KEYWORD-TALLY          PIC 9(3).
           05  IN-PERIOD-SWITCH       PIC X(1).
               88  IN-REVIEW-PERIOD   VALUE 'Y'.
           05  REAL-OPERATOR-SWITCH   PIC X(1).
               88  REAL-OPERATOR      VALUE 'Y'.
           05  DETAIL-WORK            PIC X(100).
           05  SECTION-CODE           PIC X(1).
           05  SECTION-LINES          PIC 9(5).
           05  LAST-ACTIVITY-TEXT     PIC X(8).

       01  REVIEW-COUNTERS.
           05  LINES-SCANNED          PIC 9(6)     VALUE 0.
           05  LINES-IN-PERIOD        PIC 9(6)     VALUE 0.
           05  SIGNON-FINDINGS        PIC 9(5)     VALUE 0.
           05  OVERRIDE-FINDINGS      PIC 9(5)     VALUE 0.
           05  AFTER-HOURS-FINDINGS   PIC 9(5)     VALUE 0.
           05  SOD-FINDINGS           PIC 9(5)     VALUE 0.
           05  DORMANT-FINDINGS       PIC 9(5)     VALUE 0.
           05  TOTAL-FINDINGS         PIC 9(6)     VALUE 0.
           05  COMPLETION-CODE-WORK   PIC 9(4)     VALUE 0.

       *> ================================================================
       *> 検出明細（区分コード付きで保持し、区分別に出力する。
       *> S=サインオン、O=オーバーライド、H=時間外、D=職務分離）
       *> ================================================================

       01  FINDING-TABLE.
           05  FINDING-COUNT          PIC 9(4)     VALUE 0.
           05  FINDINGS-DROPPED       PIC 9(5)     VALUE 0.
           05  FINDING-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON FINDING-COUNT
                    INDEXED BY FINDING-INDEX.
               10  FINDING-SECTION    PIC X(1).
               10  FINDING-TEXT       PIC X(128).

       *> ================================================================
       *> 職務分離ルール（マスタ変更とそれを使う支払の組み合わせ。
       *> 変更側はプログラムIDとメッセージの先頭文字列で判定し、
       *> 支払側は実オペレーターによる成功エントリすべてを対象と
       *> する）
       *> ================================================================

       01  SOD-RULE-TABLE.
           05  SOD-RULE-COUNT         PIC 9(2)     VALUE 5.
           05  SOD-RULE-ENTRY OCCURS 5 TIMES
                    INDEXED BY SOD-INDEX.
               10  SOD-CHANGE-PROGRAM PIC X(8).
               10  SOD-CHANGE-TEXT    PIC X(30).
               10  SOD-CHANGE-LENGTH  PIC 9(2).
               10  SOD-PAY-PROGRAM    PIC X(8).
               10  SOD-DESCRIPTION    PIC X(16).

       *> 職務分離ルールの変更側に一致したオペレーター別の記録
       *> （最初の変更時刻を保持し、支払側との前後判定に使う）
       01  SOD-CHANGE-TABLE.
           05  SOD-CHANGE-COUNT       PIC 9(4)     VALUE 0.
           05  SOD-CHANGE-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON SOD-CHANGE-COUNT
                    INDEXED BY SCH-INDEX.
               10  SCH-USER-ID        PIC X(8).
               10  SCH-RULE           PIC 9(2).
               10  SCH-FIRST-CHANGE   PIC X(14).
               10  SCH-CHANGE-MESSAGE PIC X(30).
               10  SCH-REPORTED       PIC X(1).

       *> ================================================================
       *> オペレーター一覧と最終利用日（休眠判定用）
       *> ================================================================

       01  OPERATOR-TABLE.
           05  OPERATOR-COUNT         PIC 9(3)     VALUE 0.
           05  OPERATOR-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON OPERATOR-COUNT
                    INDEXED BY OPR-INDEX.
               10  OPR-ID             PIC X(8).
               10  OPR-ROLE           PIC X(1).
               10  OPR-STATUS         PIC X(1).
               10  OPR-PWD-DATE       PIC X(10).
               10  OPR-LAST-ACTIVITY  PIC X(14).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Segregation-of-Duties / Security Review'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           PERFORM INITIALIZE-SOD-RULES
           PERFORM LOAD-REVIEW-CONTROL
           PERFORM LOAD-OPERATOR-TABLE

           PERFORM SCAN-ARCHIVED-LOGS
           MOVE 'AUDIT.LOG' TO AUDIT-LOG-FILENAME
           PERFORM SCAN-ONE-LOG-FILE

           PERFORM WRITE-REVIEW-REPORT

           COMPUTE TOTAL-FINDINGS = SIGNON-FINDINGS
               + OVERRIDE-FINDINGS + AFTER-HOURS-FINDINGS
               + SOD-FINDINGS + DORMANT-FINDINGS

           DISPLAY 'Review period:       ' REVIEW-FROM-DATE
               ' - ' REVIEW-TO-DATE
           DISPLAY 'Log entries in period: ' LINES-IN-PERIOD
           DISPLAY 'Sign-on findings:    ' SIGNON-FINDINGS
           DISPLAY 'Overrides:           ' OVERRIDE-FINDINGS
           DISPLAY 'After-hours changes: ' AFTER-HOURS-FINDINGS
           DISPLAY 'SoD conflicts:       ' SOD-FINDINGS
           DISPLAY 'Dormant operators:   ' DORMANT-FINDINGS
           DISPLAY 'Report written to SECREVW.TXT'

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Security review ' DELIMITED BY SIZE
                  REVIEW-FROM-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  REVIEW-TO-DATE DELIMITED BY SIZE
                  ' findings ' DELIMITED BY SIZE
                  TOTAL-FINDINGS DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM WRITE-COMPLETION-RECORD
           STOP RUN.

       *> ================================================================
       *> 初期設定（職務分離ルール・レビュー条件・オペレーター）
       *> ================================================================

       INITIALIZE-SOD-RULES.
           *> マスタ変更と支払の組み合わせ（支払側はいずれも
           *> PAYROLL。支払のリリース・承認やオーバーライド実行は
           *> 実オペレーターIDで記録される）
           MOVE 'EMPLOYEE' TO SOD-CHANGE-PROGRAM(1)
           MOVE 'Bank change' TO SOD-CHANGE-TEXT(1)
           MOVE 11 TO SOD-CHANGE-LENGTH(1)
           MOVE 'PAYRCALC' TO SOD-PAY-PROGRAM(1)
           MOVE 'BANK CHANGE/PAY'
               TO SOD-DESCRIPTION(1)
           MOVE 'EMPLOYEE' TO SOD-CHANGE-PROGRAM(2)
           MOVE 'Employee added' TO SOD-CHANGE-TEXT(2)
           MOVE 14 TO SOD-CHANGE-LENGTH(2)
           MOVE 'PAYRCALC' TO SOD-PAY-PROGRAM(2)
           MOVE 'NEW HIRE/PAY'
               TO SOD-DESCRIPTION(2)
           MOVE 'EMPLOYEE' TO SOD-CHANGE-PROGRAM(3)
           MOVE 'Employee updated' TO SOD-CHANGE-TEXT(3)
           MOVE 16 TO SOD-CHANGE-LENGTH(3)
           MOVE 'PAYRCALC' TO SOD-PAY-PROGRAM(3)
           MOVE 'EMP UPDATE/PAY'
               TO SOD-DESCRIPTION(3)
           MOVE 'EMPLOYEE' TO SOD-CHANGE-PROGRAM(4)
           MOVE 'Employee rehired' TO SOD-CHANGE-TEXT(4)
           MOVE 16 TO SOD-CHANGE-LENGTH(4)
           MOVE 'PAYRCALC' TO SOD-PAY-PROGRAM(4)
           MOVE 'REHIRE/PAY'
               TO SOD-DESCRIPTION(4)
           MOVE 'MERITCYC' TO SOD-CHANGE-PROGRAM(5)
           MOVE 'Merit increases approved' TO SOD-CHANGE-TEXT(5)
           MOVE 24 TO SOD-CHANGE-LENGTH(5)
           MOVE 'PAYRCALC' TO SOD-PAY-PROGRAM(5)
           MOVE 'MERIT/PAY'
               TO SOD-DESCRIPTION(5).

       LOAD-REVIEW-CONTROL.
           *> SECREVW.CTLのレビュー条件を読む（1行1指示）。
           *> 期間の指定が無い場合は当日までの既定日数とする
           OPEN INPUT REVIEW-CONTROL-FILE
           IF FILE-STATUS-OK
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ REVIEW-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-REVIEW-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE REVIEW-CONTROL-FILE
               MOVE 'N' TO EOF-FLAG
           ELSE
               DISPLAY 'No SECREVW.CTL - using default review '
                   'conditions'
           END-IF
           IF REVIEW-TO-DATE = SPACES
               MOVE TODAY-DATE TO REVIEW-TO-DATE
           END-IF
           IF REVIEW-FROM-DATE = SPACES
               COMPUTE DATE-NUM-WORK = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-NUM)
                   - DEFAULT-PERIOD-DAYS)
               MOVE DATE-NUM-WORK TO REVIEW-FROM-DATE
           END-IF.

       PARSE-REVIEW-CONTROL-RECORD.
           EVALUATE RC-TYPE
               WHEN 'FROM'
                   MOVE RC-VALUE(1:8) TO REVIEW-FROM-DATE
               WHEN 'TO'
                   MOVE RC-VALUE(1:8) TO REVIEW-TO-DATE
               WHEN 'BIZSTART'
                   MOVE RC-VALUE(1:4) TO BUSINESS-START
               WHEN 'BIZEND'
                   MOVE RC-VALUE(1:4) TO BUSINESS-END
               WHEN 'DORMANT'
                   UNSTRING RC-VALUE DELIMITED BY SPACE
                       INTO DORMANT-DAYS
                   END-UNSTRING
               WHEN OTHER
                   DISPLAY 'Unknown review control type: ' RC-TYPE
           END-EVALUATE.

       LOAD-OPERATOR-TABLE.
           *> オペレーターマスタを読み込む（最終利用日は監査ログの
           *> 走査で埋める）
           MOVE 0 TO OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No OPERATOR.DAT - dormant account review '
                   'skipped'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           AND OPERATOR-COUNT < 200
                           ADD 1 TO OPERATOR-COUNT
                           SET OPR-INDEX TO OPERATOR-COUNT
                           MOVE OP-ID TO OPR-ID(OPR-INDEX)
                           MOVE OP-ROLE TO OPR-ROLE(OPR-INDEX)
                           MOVE OP-ACCT-STATUS
                               TO OPR-STATUS(OPR-INDEX)
                           MOVE OP-PWD-DATE
                               TO OPR-PWD-DATE(OPR-INDEX)
                           MOVE SPACES
                               TO OPR-LAST-ACTIVITY(OPR-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ログ走査（アーカイブ登録順→現行ログ＝時系列順）
       *> ================================================================

       SCAN-ARCHIVED-LOGS.
           *> アーカイブ登録簿に載っている過去ログを順に走査する
           OPEN INPUT ARCHIVE-REGISTRY-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ ARCHIVE-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ARCHIVE-REGISTRY-RECORD NOT = SPACES
                           MOVE ARCHIVE-REGISTRY-RECORD
                               TO AUDIT-LOG-FILENAME
                           PERFORM SCAN-ONE-LOG-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-REGISTRY-FILE
           MOVE 'N' TO EOF-FLAG.

       SCAN-ONE-LOG-FILE.
           *> ログファイル1本分を走査する。走査位置（EOF）は
           *> このパラグラフ内で完結させる
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Log not readable: ' AUDIT-LOG-FILENAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS = '10'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE '10' TO FILE-STATUS
                   NOT AT END
                       ADD 1 TO LINES-SCANNED
                       PERFORM PROCESS-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       PROCESS-ONE-AUDIT-LINE.
           *> 共通書式の固定位置から項目を取り出す（通番付きの行は
           *> '#'＋7桁の後ろ、通番導入前の旧行は結果の後ろが
           *> メッセージ）
           MOVE AUDIT-LOG-RECORD(1:14) TO AL-TIMESTAMP
           MOVE AUDIT-LOG-RECORD(1:8) TO AL-DATE
           MOVE AUDIT-LOG-RECORD(9:4) TO AL-TIME
           MOVE AUDIT-LOG-RECORD(16:8) TO AL-PROGRAM-ID
           MOVE AUDIT-LOG-RECORD(25:30) TO AL-PARAGRAPH
           MOVE AUDIT-LOG-RECORD(56:8) TO AL-USER-ID
           MOVE AUDIT-LOG-RECORD(66:1) TO AL-OUTCOME
           IF AUDIT-LOG-RECORD(69:1) = '#'
               MOVE AUDIT-LOG-RECORD(78:55) TO AL-MESSAGE
           ELSE
               MOVE AUDIT-LOG-RECORD(69:64) TO AL-MESSAGE
           END-IF
           IF AL-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           *> BATCHとサインオン前の既定ID（OPERATOR）は実在の
           *> オペレーターではないため個人の行為として扱わない
           MOVE 'Y' TO REAL-OPERATOR-SWITCH
           IF AL-USER-ID = 'BATCH' OR AL-USER-ID = 'OPERATOR'
               OR AL-USER-ID = SPACES
               MOVE 'N' TO REAL-OPERATOR-SWITCH
           END-IF

           IF AL-OUTCOME = 'S' AND REAL-OPERATOR
               PERFORM RECORD-OPERATOR-ACTIVITY
           END-IF

           MOVE 'N' TO IN-PERIOD-SWITCH
           IF AL-DATE >= REVIEW-FROM-DATE
               AND AL-DATE <= REVIEW-TO-DATE
               MOVE 'Y' TO IN-PERIOD-SWITCH
           END-IF
           IF NOT IN-REVIEW-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LINES-IN-PERIOD

           PERFORM CHECK-SIGNON-EVENT
           PERFORM CHECK-OVERRIDE-EVENT
           IF AL-OUTCOME = 'S' AND REAL-OPERATOR
               PERFORM CHECK-AFTER-HOURS-CHANGE
               PERFORM CHECK-SOD-CHANGE
               PERFORM CHECK-SOD-PAYMENT
           END-IF.

       RECORD-OPERATOR-ACTIVITY.
           *> オペレーターの最終利用時刻を更新する
           IF OPERATOR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET OPR-INDEX TO 1
           SEARCH OPERATOR-ENTRY
               WHEN OPR-ID(OPR-INDEX) = AL-USER-ID
                   IF AL-TIMESTAMP > OPR-LAST-ACTIVITY(OPR-INDEX)
                       MOVE AL-TIMESTAMP
                           TO OPR-LAST-ACTIVITY(OPR-INDEX)
                   END-IF
           END-SEARCH.

       *> ================================================================
       *> 区分別の判定
       *> ================================================================

       CHECK-SIGNON-EVENT.
           *> サインオン失敗・ロックアウト・権限拒否
           MOVE SPACES TO DETAIL-WORK
           EVALUATE TRUE
               WHEN AL-MESSAGE(1:14) = 'Sign-on failed'
                   STRING 'SIGN-ON FAILED  ' DELIMITED BY SIZE
                          AL-MESSAGE DELIMITED BY '  '
                       INTO DETAIL-WORK
                   END-STRING
               WHEN AL-MESSAGE(1:27) = 'Operator account locked out'
                   STRING 'ACCOUNT LOCKED  ' DELIMITED BY SIZE
                          AL-MESSAGE DELIMITED BY '  '
                       INTO DETAIL-WORK
                   END-STRING
               WHEN AL-MESSAGE(1:20) = 'Authorization denied'
                   STRING 'ACCESS DENIED   ' DELIMITED BY SIZE
                          AL-MESSAGE DELIMITED BY '  '
                       INTO DETAIL-WORK
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO SIGNON-FINDINGS
           MOVE 'S' TO SECTION-CODE
           PERFORM ADD-FINDING.

       CHECK-OVERRIDE-EVENT.
           *> スーパーバイザーオーバーライド（承認・拒否の両方）
           MOVE 0 TO KEYWORD-TALLY
           INSPECT AL-MESSAGE TALLYING KEYWORD-TALLY
               FOR ALL 'verride'
           IF KEYWORD-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DETAIL-WORK
           STRING 'OVERRIDE        ' DELIMITED BY SIZE
                  AL-MESSAGE DELIMITED BY '  '
               INTO DETAIL-WORK
           END-STRING
           ADD 1 TO OVERRIDE-FINDINGS
           MOVE 'O' TO SECTION-CODE
           PERFORM ADD-FINDING.

       CHECK-AFTER-HOURS-CHANGE.
           *> 業務時間外（平日の時間外と土日）の変更操作。変更か
           *> どうかはメッセージ中の動作語で判定する
           MOVE 0 TO KEYWORD-TALLY
           INSPECT AL-MESSAGE TALLYING KEYWORD-TALLY
               FOR ALL ' added' ALL ' updated' ALL ' deleted'
                   ALL ' terminated' ALL ' rehired' ALL ' disabled'
                   ALL ' unlocked' ALL ' reset' ALL ' changed'
                   ALL ' approved' ALL ' released' ALL ' removed'
                   ALL ' renewed' ALL ' recorded' ALL ' posted'
           IF KEYWORD-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WEEKDAY-NUMBER = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(AL-DATE-NUM) - 1, 7)
           IF WEEKDAY-NUMBER < 5
               AND AL-TIME >= BUSINESS-START
               AND AL-TIME < BUSINESS-END
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DETAIL-WORK
           IF WEEKDAY-NUMBER >= 5
               STRING 'WEEKEND         ' DELIMITED BY SIZE
                      AL-MESSAGE DELIMITED BY '  '
                   INTO DETAIL-WORK
               END-STRING
           ELSE
               STRING 'OUT OF HOURS    ' DELIMITED BY SIZE
                      AL-MESSAGE DELIMITED BY '  '
                   INTO DETAIL-WORK
               END-STRING
           END-IF
           ADD 1 TO AFTER-HOURS-FINDINGS
           MOVE 'H' TO SECTION-CODE
           PERFORM ADD-FINDING.

       CHECK-SOD-CHANGE.
           *> 職務分離ルールの変更側に一致したらオペレーター別に
           *> 最初の変更を記録する
           PERFORM VARYING SOD-INDEX FROM 1 BY 1
                   UNTIL SOD-INDEX > SOD-RULE-COUNT
               IF AL-PROGRAM-ID = SOD-CHANGE-PROGRAM(SOD-INDEX)
                   AND AL-MESSAGE(1:SOD-CHANGE-LENGTH(SOD-INDEX))
                       = SOD-CHANGE-TEXT(SOD-INDEX)
                           (1:SOD-CHANGE-LENGTH(SOD-INDEX))
                   PERFORM RECORD-SOD-CHANGE
               END-IF
           END-PERFORM.

       RECORD-SOD-CHANGE.
           IF SOD-CHANGE-COUNT > 0
               SET SCH-INDEX TO 1
               SEARCH SOD-CHANGE-ENTRY
                   WHEN SCH-USER-ID(SCH-INDEX) = AL-USER-ID
                       AND SCH-RULE(SCH-INDEX) = SOD-INDEX
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF SOD-CHANGE-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOD-CHANGE-COUNT
           SET SCH-INDEX TO SOD-CHANGE-COUNT
           MOVE AL-USER-ID TO SCH-USER-ID(SCH-INDEX)
           SET SCH-RULE(SCH-INDEX) TO SOD-INDEX
           MOVE AL-TIMESTAMP TO SCH-FIRST-CHANGE(SCH-INDEX)
           MOVE AL-MESSAGE TO SCH-CHANGE-MESSAGE(SCH-INDEX)
           MOVE 'N' TO SCH-REPORTED(SCH-INDEX).

       CHECK-SOD-PAYMENT.
           *> 支払側のエントリなら、同じオペレーターの先行する
           *> 変更を探して違反として記録する（ルール・オペレーター
           *> ごとに最初の1件のみ）
           PERFORM VARYING SCH-INDEX FROM 1 BY 1
                   UNTIL SCH-INDEX > SOD-CHANGE-COUNT
               IF SCH-USER-ID(SCH-INDEX) = AL-USER-ID
                   AND SCH-REPORTED(SCH-INDEX) = 'N'
                   AND SCH-FIRST-CHANGE(SCH-INDEX) <= AL-TIMESTAMP
                   AND AL-PROGRAM-ID
                       = SOD-PAY-PROGRAM(SCH-RULE(SCH-INDEX))
                   PERFORM REPORT-SOD-CONFLICT
               END-IF
           END-PERFORM.

       REPORT-SOD-CONFLICT.
           MOVE 'Y' TO SCH-REPORTED(SCH-INDEX)
           MOVE SPACES TO DETAIL-WORK
           STRING SOD-DESCRIPTION(SCH-RULE(SCH-INDEX))
                      DELIMITED BY SIZE
                  SCH-FIRST-CHANGE(SCH-INDEX)(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCH-FIRST-CHANGE(SCH-INDEX)(9:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCH-CHANGE-MESSAGE(SCH-INDEX) DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  AL-MESSAGE DELIMITED BY '  '
               INTO DETAIL-WORK
           END-STRING
           ADD 1 TO SOD-FINDINGS
           MOVE 'D' TO SECTION-CODE
           PERFORM ADD-FINDING.

       ADD-FINDING.
           *> 検出明細を1件追加する（日時・プログラム・ユーザ付き）
           IF FINDING-COUNT >= 2000
               ADD 1 TO FINDINGS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FINDING-COUNT
           SET FINDING-INDEX TO FINDING-COUNT
           MOVE SECTION-CODE TO FINDING-SECTION(FINDING-INDEX)
           MOVE SPACES TO FINDING-TEXT(FINDING-INDEX)
           STRING AL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-USER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DETAIL-WORK DELIMITED BY SIZE
               INTO FINDING-TEXT(FINDING-INDEX)
           END-STRING.

       *> ================================================================
       *> 報告書の出力
       *> ================================================================

       WRITE-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'SEGREGATION-OF-DUTIES AND SECURITY REVIEW  PERIOD '
                      DELIMITED BY SIZE
                  REVIEW-FROM-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  REVIEW-TO-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'Business hours ' DELIMITED BY SIZE
                  BUSINESS-START DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  BUSINESS-END DELIMITED BY SIZE
                  ' Mon-Fri; dormant after ' DELIMITED BY SIZE
                  DORMANT-DAYS DELIMITED BY SIZE
                  ' days; log entries in period ' DELIMITED BY SIZE
                  LINES-IN-PERIOD DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE '1. FAILED AND LOCKED SIGN-ONS / ACCESS DENIED'
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'S' TO SECTION-CODE
           PERFORM WRITE-FINDING-SECTION

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE '2. SUPERVISOR OVERRIDES' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'O' TO SECTION-CODE
           PERFORM WRITE-FINDING-SECTION

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE '3. CHANGES OUTSIDE BUSINESS HOURS'
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'H' TO SECTION-CODE
           PERFORM WRITE-FINDING-SECTION

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE '4. SEGREGATION-OF-DUTIES CONFLICTS (MASTER CHANGE '
               TO REVIEW-REPORT-LINE
           MOVE 'AND PAYMENT BY THE SAME OPERATOR)'
               TO REVIEW-REPORT-LINE(51:)
           WRITE REVIEW-REPORT-LINE
           MOVE 'D' TO SECTION-CODE
           PERFORM WRITE-FINDING-SECTION

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE '5. DORMANT OPERATOR ACCOUNTS (CANDIDATES TO DISABLE)'
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM WRITE-DORMANT-SECTION

           IF FINDINGS-DROPPED > 0
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                      FINDINGS-DROPPED DELIMITED BY SIZE
                      ' further finding(s) counted but not listed'
                          DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-IF
           CLOSE REVIEW-REPORT-FILE.

       WRITE-FINDING-SECTION.
           *> SECTION-CODEの区分の明細と件数を出力する
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING FINDING-INDEX FROM 1 BY 1
                   UNTIL FINDING-INDEX > FINDING-COUNT
               IF FINDING-SECTION(FINDING-INDEX) = SECTION-CODE
                   ADD 1 TO SECTION-LINES
                   MOVE SPACES TO REVIEW-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          FINDING-TEXT(FINDING-INDEX)
                              DELIMITED BY SIZE
                       INTO REVIEW-REPORT-LINE
                   END-STRING
                   WRITE REVIEW-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-LINE
           IF SECTION-LINES = 0
               MOVE '  None' TO REVIEW-REPORT-LINE
           ELSE
               STRING '  Total: ' DELIMITED BY SIZE
                      SECTION-LINES DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
           END-IF
           WRITE REVIEW-REPORT-LINE.

       WRITE-DORMANT-SECTION.
           *> 有効なアカウント（状態Aまたは旧レコードの空白）の
           *> うち、最終利用から規定日数を超えたもの・ログに利用
           *> 記録が無いもの
           IF OPERATOR-COUNT = 0
               MOVE '  Not reviewed - OPERATOR.DAT not available'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPR-INDEX FROM 1 BY 1
                   UNTIL OPR-INDEX > OPERATOR-COUNT
               IF OPR-STATUS(OPR-INDEX) = 'A'
                   OR OPR-STATUS(OPR-INDEX) = SPACE
                   PERFORM CHECK-ONE-OPERATOR-DORMANT
               END-IF
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-LINE
           IF DORMANT-FINDINGS = 0
               MOVE '  None' TO REVIEW-REPORT-LINE
           ELSE
               STRING '  Total: ' DELIMITED BY SIZE
                      DORMANT-FINDINGS DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
           END-IF
           WRITE REVIEW-REPORT-LINE.

       CHECK-ONE-OPERATOR-DORMANT.
           IF OPR-LAST-ACTIVITY(OPR-INDEX) = SPACES
               MOVE 'NEVER' TO LAST-ACTIVITY-TEXT
               MOVE 99999 TO DAYS-IDLE
           ELSE
               MOVE OPR-LAST-ACTIVITY(OPR-INDEX)(1:8)
                   TO LAST-ACTIVITY-TEXT
               MOVE OPR-LAST-ACTIVITY(OPR-INDEX)(1:8)
                   TO DATE-NUM-WORK
               COMPUTE DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(DATE-NUM-WORK)
           END-IF
           IF DAYS-IDLE < DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DORMANT-FINDINGS
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  OPR-ID(OPR-INDEX) DELIMITED BY SIZE
                  ' role ' DELIMITED BY SIZE
                  OPR-ROLE(OPR-INDEX) DELIMITED BY SIZE
                  ' last activity ' DELIMITED BY SIZE
                  LAST-ACTIVITY-TEXT DELIMITED BY SIZE
                  ' password changed ' DELIMITED BY SIZE
                  OPR-PWD-DATE(OPR-INDEX) DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

       *> ================================================================
       *> 完了レコード・監査ログ
       *> ================================================================

       WRITE-COMPLETION-RECORD.
           *> 構造化完了レコードの書き出し（検出ありは完了コード4＝
           *> 警告、なしは0。件数欄は期間内エントリ数・検出なし
           *> 件数・検出件数）
           IF TOTAL-FINDINGS > 0
               MOVE 4 TO COMPLETION-CODE-WORK
           ELSE
               MOVE 0 TO COMPLETION-CODE-WORK
           END-IF

           OPEN EXTEND COMPLETION-FILE
           IF COMPLETION-FILE-STATUS NOT = '00'
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE 'SECREVW' TO CC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TIMESTAMP
           MOVE COMPLETION-CODE-WORK TO CC-COMPLETION-CODE
           MOVE LINES-IN-PERIOD TO CC-TOTAL-COUNT
           IF LINES-IN-PERIOD > TOTAL-FINDINGS
               COMPUTE CC-PROCESSED-COUNT =
                   LINES-IN-PERIOD - TOTAL-FINDINGS
           ELSE
               MOVE 0 TO CC-PROCESSED-COUNT
           END-IF
           MOVE TOTAL-FINDINGS TO CC-ERROR-COUNT
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE
           DISPLAY 'Completion record written (code '
               COMPLETION-CODE-WORK ')'.

       WRITE-AUDIT-LOG.
           *> 監査ログへの書き込み（他のバッチプログラムと共通の
           *> "タイムスタンプ プログラムID パラグラフID ユーザID
           *> [結果] メッセージ" 形式。複数プログラムが追記するため
           *> EXTENDで開き、ファイルが無ければOUTPUTで新規作成する）
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           PERFORM NEXT-AUDIT-SEQUENCE

           MOVE SPACES TO AUDIT-OUTPUT-RECORD
           STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-PARAGRAPH-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-USER-ID DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  AUDIT-OUTCOME DELIMITED BY SIZE
                  '] #' DELIMITED BY SIZE
                  AUDIT-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-MESSAGE DELIMITED BY SIZE
                     INTO AUDIT-OUTPUT-RECORD
           END-STRING

           OPEN EXTEND AUDIT-OUTPUT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUTPUT-FILE
           END-IF
           WRITE AUDIT-OUTPUT-RECORD
           CLOSE AUDIT-OUTPUT-FILE.

       NEXT-AUDIT-SEQUENCE.
           *> プログラム別の監査ログ通番を採番する。最終通番は
           *> AUDITSEQ-<プログラムID>.DATに保持するため、ログの
           *> ローテーション後も通番の連続性が保たれる
           IF AUDIT-SEQ-FILENAME = SPACES
               STRING 'AUDITSEQ-' DELIMITED BY SIZE
                      AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO AUDIT-SEQ-FILENAME
               END-STRING
           END-IF
           OPEN INPUT AUDIT-SEQ-FILE
           IF AUDIT-FILE-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUDIT-SEQ-RECORD TO AUDIT-SEQUENCE
               END-READ
               CLOSE AUDIT-SEQ-FILE
           END-IF
           ADD 1 TO AUDIT-SEQUENCE
           MOVE AUDIT-SEQUENCE TO AUDIT-SEQ-RECORD
           OPEN OUTPUT AUDIT-SEQ-FILE
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.

       END PROGRAM SECURITY-REVIEW.
