       *> ファイルで回収します。実行報告には各ステップの開始・終了
       *> 時刻と所要秒数を記載します（組み込みスケジュールは依存
       *> 関係を持たないため、従来どおり直列で実行されます）。
       *>
       *> SCHEDULE.DEFのBALANCE指示で、ステップ間の受け渡し件数・
       *> 金額の照合規則を定義できます。規則は指定ステップの正常
       *> 終了直後に評価し、左辺と右辺（数値名の+による合計）が
       *> 一致しない場合はそのステップを失敗とし、失敗時方針に
       *> かかわらずチェーンを停止します。照合結果は両辺の数値と
       *> ともにMASTERRPT.DATへ記載します。連携ファイルの数値は、
       *> ステップが取り込んで.DONEへ退避した場合も、起動時に
       *> .DATがあったものに限り.DONEから読み取ります。
       *> ================================================================

       ENVIRONMENT DIVISION.
           *> スケジュール定義ファイル（1行1ステップ：
           *> ステップ名 起動コマンド 順序 依存ステップ名 失敗時方針。
           *> 依存なしは「-」、方針はABORT／CONTINUE／SKIPDEP。
           *> このファイルが無い場合は従来の組み込み4ステップで動く。
           *> 照合規則は BALANCE <ステップ名> <左辺> <右辺> の形式で、
           *> 右辺は数値名を空白なしの+で最大10個つなぐ。数値名は
           *> CC:<完了レコードID>:TOTAL／PROCESSED／ERRORS、
           *> GLTRAILER[:<転記日>]、SALESTOT、PAYROLL、ERCOST、
           *> APTOT、INVPROV、FINCHG、ARWOFF、MANJE、
           *> STANDJE[:<転記日>]）
           SELECT SCHEDULE-DEFINITION-FILE
               ASSIGN TO 'SCHEDULE.DEF'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 照合規則の数値を読み取る連携ファイル（SALESTOT・
           *> PAYROLL・ERCOST・APTOT・INVPROV・FINCHG・ARWOFF・
           *> MANJE・STANDJEの各連携ファイル、STANDPST.DAT、
           *> 仕訳バッチJOURNAL-<日付>.DATを数値名に応じて割り当てて
           *> 読む）
           SELECT BALANCE-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-BALANCE-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 集約実行報告ファイル
           SELECT MASTER-REPORT-FILE
               ASSIGN TO 'MASTERRPT.DAT'
           RECORDING MODE IS F.
       01  STEP-RC-RECORD             PIC X(10).

       FD  BALANCE-SOURCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BALANCE-SOURCE-RECORD      PIC X(132).
       *> 売上集計（COMPREHENSIVE-SAMPLEのGL-TOTALS-RECORDと同一）
       01  BS-SALES-TOTALS-RECORD.
           05  BS-ST-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-ST-GROSS-SALES       PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-ST-CALCULATED-TAX    PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  BS-ST-COMMISSION        PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  BS-ST-RETURNS-TOTAL     PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-ST-COGS-TOTAL        PIC 9(9)V99.
       *> 給与抽出（GL-JOURNALのPAYROLL-EXTRACT-RECORDと同一。
       *> 給与額までを使う）
       01  BS-PAYROLL-EXTRACT-RECORD.
           05  BS-PE-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  BS-PE-EMP-NAME          PIC X(30).
           05  FILLER                  PIC X(1).
           05  BS-PE-EMP-DEPT          PIC X(20).
           05  FILLER                  PIC X(1).
           05  BS-PE-EMP-SALARY        PIC 9(7)V99.
       *> 雇用主負担の部署別合計（PAYROLLのEMPLOYER-COST-RECORDと
       *> 同一）
       01  BS-EMPLOYER-COST-RECORD.
           05  BS-EC-PERIOD-ID         PIC X(7).
           05  FILLER                  PIC X(1).
           05  BS-EC-DEPT-CODE         PIC X(20).
           05  FILLER                  PIC X(1).
           05  BS-EC-AMOUNT            PIC 9(9)V99.
       *> 買掛金合計（ACCOUNTS-PAYABLEのAPTOT.DATと同一）
       01  BS-AP-TOTALS-RECORD.
           05  BS-AT-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-AT-INVOICE-TOTAL     PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-AT-PAYMENT-TOTAL     PIC 9(9)V99.
       *> 評価減引当の増減（STOCK-AGINGのINVPROV.DATと同一）
       01  BS-INV-PROVISION-RECORD.
           05  BS-IP-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-IP-PROVISION-TOTAL   PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-IP-PREVIOUS-TOTAL    PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-IP-INCREASE          PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-IP-DECREASE          PIC 9(9)V99.
       *> 延滞利息合計（ACCOUNTS-RECEIVABLEのFINCHG.DATと同一）
       01  BS-FINANCE-CHARGE-RECORD.
           05  BS-FC-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-FC-TOTAL-AMOUNT      PIC 9(9)V99.
       *> 償却・係争クレジット合計（ACCOUNTS-RECEIVABLEの
       *> ARWOFF.DATと同一。旧形式はクレジット合計が空欄）
       01  BS-WRITEOFF-TOTALS-RECORD.
           05  BS-WO-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-WO-TOTAL-AMOUNT      PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-WO-CREDIT-TOTAL      PIC 9(9)V99.
       *> 手入力・定例仕訳の明細（MANJE.DAT／STANDJE.DATと同一。
       *> 借方までを使う）
       01  BS-ENTRY-RECORD.
           05  BS-JE-ENTRY-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-JE-POSTING-KEY       PIC X(12).
           05  FILLER                  PIC X(1).
           05  BS-JE-COST-CENTER       PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-JE-DEBIT             PIC 9(9)V99.
       *> 定例仕訳の転記済み記録（GL-JOURNALのSTANDPST.DATと同一）
       01  BS-STANDING-POSTED-RECORD.
           05  BS-SP-PERIOD            PIC X(6).
           05  FILLER                  PIC X(1).
           05  BS-SP-ENTRY-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-SP-FILENAME          PIC X(30).
       *> 仕訳バッチ（GL-JOURNALのJOURNAL-RECORDと同一。
       *> H=ヘッダー、D=明細、T=トレーラー）
       01  BS-JOURNAL-RECORD.
           05  BS-JR-RECORD-TYPE       PIC X(1).
           05  FILLER                  PIC X(1).
           05  BS-JR-ACCOUNT           PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-JR-COST-CENTER       PIC X(8).
           05  FILLER                  PIC X(1).
           05  BS-JR-DEBIT             PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  BS-JR-CREDIT            PIC 9(9)V99.

       FD  MASTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
               *> ステップ開始時刻（YYYYMMDDhhmmss）
               10  STEP-END-TIME       PIC X(14) VALUE SPACES.
               *> ステップ終了時刻（YYYYMMDDhhmmss）
               10  STEP-CC-ERRORS      PIC 9(6)  VALUE 0.
               *> 完了レコードのエラー件数（整合性チェックの例外
               *> 件数など。ステップ結果行に併記する）
               10  STEP-ELAPSED-SECS   PIC 9(6)  VALUE 0.
               *> 所要秒数
               10  STEP-BASELINE-SECS  PIC 9(6)  VALUE 0.
       01  WS-COMPLETION-CHECK.
           05  WS-CC-FOUND             PIC X(1)    VALUE 'N'.
           05  WS-CC-CODE              PIC 9(4)    VALUE 0.
           05  WS-CC-ERRORS            PIC 9(6)    VALUE 0.

       *> ================================================================
       *> 業務カレンダー制御
                                       VALUE 'rm -f SCHEDCMD.DAT'.
           05  WS-HOLD-SLEEP-COMMAND   PIC X(10)   VALUE 'sleep 2'.

       *> ================================================================
       *> ステップ間の残高照合（SCHEDULE.DEFのBALANCE指示）
       *> ================================================================

       01  WS-BALANCE-TABLE.
           05  BALANCE-ENTRY OCCURS 10 TIMES.
               10  BAL-STEP-NAME       PIC X(24).
               *> 照合するタイミング（このステップの正常終了直後）
               10  BAL-LEFT-FIGURE     PIC X(24).
               10  BAL-RIGHT-TEXT      PIC X(90).
               *> 右辺の式（数値名を+でつないだもの。報告書用）
               10  BAL-RIGHT-COUNT     PIC 9(2).
               10  BAL-RIGHT-FIGURE OCCURS 10 TIMES PIC X(24).
               10  BAL-FEED-AT-START OCCURS 7 TIMES PIC X(1).
               *> ステップ起動時の連携ファイル（.DAT）の有無
               *> （Y=あり。順序はWS-BALANCE-FEED-TABLEと同じ）
               10  BAL-LEFT-VALUE      PIC S9(11)V99.
               10  BAL-RIGHT-VALUE     PIC S9(11)V99.
               10  BAL-RESULT          PIC X(1).
                   88  BAL-NOT-RUN     VALUE SPACE.
                   88  BAL-BALANCED    VALUE 'O'.
                   88  BAL-BREAK       VALUE 'X'.
                   88  BAL-UNAVAILABLE VALUE 'U'.
               *> 空白=未評価、O=一致、X=不一致、U=数値を取得
               *> できず（不一致と同じくチェーンを停止する）
       01  WS-BALANCE-COUNT            PIC 9(2)     VALUE 0.

       01  WS-BALANCE-WORK.
           05  WS-BAL-INDEX            PIC 9(2)    VALUE 0.
           05  WS-BAL-FIG-INDEX        PIC 9(2)    VALUE 0.
           05  WS-BAL-FEED-INDEX       PIC 9(1)    VALUE 0.
           05  WS-BAL-FEED-OPEN        PIC X(1).
           05  WS-BAL-JOURNAL-FILENAME PIC X(30).
           05  WS-BAL-STANDING-COUNT   PIC 9(3)    VALUE 0.
           05  WS-BAL-STANDING-INDEX   PIC 9(3)    VALUE 0.
           05  WS-BAL-STANDING-ID OCCURS 100 TIMES PIC X(8).
           05  WS-BAL-KEYWORD          PIC X(8).
           05  WS-BAL-FIGURE           PIC X(24).
           05  WS-BAL-SOURCE           PIC X(10).
           05  WS-BAL-QUALIFIER        PIC X(8).
           05  WS-BAL-FIELD            PIC X(10).
           05  WS-BAL-VALUE            PIC S9(11)V99.
           05  WS-BAL-AVAILABLE        PIC X(1).
           05  WS-BAL-ALL-AVAILABLE    PIC X(1).
           05  WS-BAL-STEP-BREAK       PIC X(1).
           05  WS-BALANCE-SOURCE-FILENAME PIC X(30).
           05  WS-BAL-EDIT-VALUE       PIC -(11)9.99.
           05  WS-BAL-RESULT-TEXT      PIC X(11).

       *> 取り込み後に.DONEへ退避される連携ファイル（GL-JOURNALが
       *> 退避するもの。PAYROLL.DATとSTANDJE.DATは退避されない）
       01  WS-BALANCE-FEED-NAMES.
           05  FILLER                  PIC X(8)    VALUE 'SALESTOT'.
           05  FILLER                  PIC X(8)    VALUE 'ERCOST'.
           05  FILLER                  PIC X(8)    VALUE 'APTOT'.
           05  FILLER                  PIC X(8)    VALUE 'INVPROV'.
           05  FILLER                  PIC X(8)    VALUE 'FINCHG'.
           05  FILLER                  PIC X(8)    VALUE 'ARWOFF'.
           05  FILLER                  PIC X(8)    VALUE 'MANJE'.
       01  WS-BALANCE-FEED-TABLE REDEFINES WS-BALANCE-FEED-NAMES.
           05  BAL-FEED-NAME OCCURS 7 TIMES PIC X(8).

       01  WS-SEQUENCE-SWITCHES.
           05  ABORT-SWITCH            PIC X(1)     VALUE 'N'.
               88  ABORT-SEQUENCE      VALUE 'Y'.

       INSERT-SCHEDULE-STEP.
           *> 定義1行分を解析し、SEQUENCE順の位置へ挿入する
           *> BALANCE <ステップ> <左辺> <右辺>：ステップ行ではなく
           *> ステップ間の照合規則の指示
           IF SCHEDULE-DEFINITION-RECORD(1:8) = 'BALANCE '
               PERFORM LOAD-BALANCE-RULE
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-COUNT >= 10
               DISPLAY 'Step table full - definition line ignored'
               EXIT PARAGRAPH
           MOVE WS-DEF-CLASS TO STEP-CLASS(STEP-INDEX)
           MOVE SPACES TO STEP-RESULT(STEP-INDEX).

       LOAD-BALANCE-RULE.
           *> 照合規則1行分を規則テーブルへ格納する（右辺は+で
           *> 区切って最大10個の数値名に分解する）
           IF WS-BALANCE-COUNT >= 10
               DISPLAY 'Balance rule table full - rule ignored'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BALANCE-COUNT
           MOVE WS-BALANCE-COUNT TO WS-BAL-INDEX
           INITIALIZE BALANCE-ENTRY(WS-BAL-INDEX)
           MOVE SPACES TO WS-BAL-KEYWORD
           UNSTRING SCHEDULE-DEFINITION-RECORD
                   DELIMITED BY ALL SPACE
               INTO WS-BAL-KEYWORD, BAL-STEP-NAME(WS-BAL-INDEX),
                    BAL-LEFT-FIGURE(WS-BAL-INDEX),
                    BAL-RIGHT-TEXT(WS-BAL-INDEX)
           END-UNSTRING

           IF BAL-STEP-NAME(WS-BAL-INDEX) = SPACES
               OR BAL-LEFT-FIGURE(WS-BAL-INDEX) = SPACES
               OR BAL-RIGHT-TEXT(WS-BAL-INDEX) = SPACES
               DISPLAY 'Incomplete BALANCE rule ignored: '
                   FUNCTION TRIM(SCHEDULE-DEFINITION-RECORD)
               SUBTRACT 1 FROM WS-BALANCE-COUNT
               EXIT PARAGRAPH
           END-IF

           UNSTRING BAL-RIGHT-TEXT(WS-BAL-INDEX)
                   DELIMITED BY '+'
               INTO BAL-RIGHT-FIGURE(WS-BAL-INDEX, 1),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 2),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 3),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 4),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 5),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 6),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 7),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 8),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 9),
                    BAL-RIGHT-FIGURE(WS-BAL-INDEX, 10)
               TALLYING IN BAL-RIGHT-COUNT(WS-BAL-INDEX)
           END-UNSTRING
           DISPLAY 'Balance rule loaded: after '
               FUNCTION TRIM(BAL-STEP-NAME(WS-BAL-INDEX)) ' '
               FUNCTION TRIM(BAL-LEFT-FIGURE(WS-BAL-INDEX)) ' = '
               FUNCTION TRIM(BAL-RIGHT-TEXT(WS-BAL-INDEX)).

       BUILD-STEP-TABLE.
           *> 実行するジョブステップとその起動コマンドを定義する
           *> （SCHEDULE.DEFが無い場合の組み込みスケジュール）。
       RUN-JOB-STEP.
           DISPLAY 'Starting step: ' STEP-NAME(STEP-INDEX)

           PERFORM NOTE-BALANCE-FEEDS
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO STEP-START-TIME(STEP-INDEX)
           CALL 'SYSTEM' USING STEP-COMMAND(STEP-INDEX)
               PERFORM CHECK-STEP-COMPLETION-CODE
               IF WS-CC-FOUND = 'Y'
                   *> 構造化完了レコードによる第一判定
                   MOVE WS-CC-ERRORS TO STEP-CC-ERRORS(STEP-INDEX)
                   IF WS-CC-CODE >= 8
                       MOVE 'F' TO STEP-RESULT(STEP-INDEX)
                       DISPLAY 'Step reported completion code '
                           STEP-NAME(STEP-INDEX)
                   END-IF
               END-IF
           END-IF

           *> 正常終了したステップは、そのステップに定義された
           *> 照合規則を評価する
           IF STEP-OK(STEP-INDEX)
               PERFORM CHECK-STEP-BALANCES
           END-IF.

       COMPUTE-STEP-ELAPSED.
               INTO WS-LAUNCH-COMMAND
           END-STRING

           PERFORM NOTE-BALANCE-FEEDS
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO STEP-START-TIME(STEP-INDEX)
           MOVE 'R' TO STEP-RESULT(STEP-INDEX)
           *> 実行開始以降の最新の完了レコードを探す
           MOVE 'N' TO WS-CC-FOUND
           MOVE 0 TO WS-CC-CODE
           MOVE 0 TO WS-CC-ERRORS
           IF STEP-CCID(STEP-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
                           AND CC-TIMESTAMP >= WS-RUN-START-TIME
                           MOVE 'Y' TO WS-CC-FOUND
                           MOVE CC-COMPLETION-CODE TO WS-CC-CODE
                           MOVE CC-ERROR-COUNT TO WS-CC-ERRORS
                       END-IF
               END-READ
           END-PERFORM
               CLOSE JOB-STATUS-FILE
           END-IF.

       *> ================================================================
       *> ステップ間の残高照合
       *> ================================================================

       NOTE-BALANCE-FEEDS.
           *> 照合規則のあるステップの起動直前に、連携ファイルの
           *> .DATの有無を規則ごとに記録する。GL-JOURNALは取り込んだ
           *> 連携ファイルを.DONEへ退避するため、終了後に.DATが無い
           *> 場合は起動時にあったものだけを.DONEから読む（取り込み
           *> の無かった夜に前回以前の.DONEを拾わないため）
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BALANCE-COUNT
               IF BAL-STEP-NAME(WS-BAL-INDEX) = STEP-NAME(STEP-INDEX)
                   PERFORM VARYING WS-BAL-FEED-INDEX FROM 1 BY 1
                           UNTIL WS-BAL-FEED-INDEX > 7
                       PERFORM NOTE-ONE-BALANCE-FEED
                   END-PERFORM
               END-IF
           END-PERFORM.

       NOTE-ONE-BALANCE-FEED.
           MOVE 'N' TO BAL-FEED-AT-START(WS-BAL-INDEX,
                                         WS-BAL-FEED-INDEX)
           MOVE SPACES TO WS-BALANCE-SOURCE-FILENAME
           STRING BAL-FEED-NAME(WS-BAL-FEED-INDEX) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BALANCE-SOURCE-FILENAME
           END-STRING
           OPEN INPUT BALANCE-SOURCE-FILE
           IF FILE-STATUS-OK
               MOVE 'Y' TO BAL-FEED-AT-START(WS-BAL-INDEX,
                                             WS-BAL-FEED-INDEX)
               CLOSE BALANCE-SOURCE-FILE
           END-IF.

       CHECK-STEP-BALANCES.
           *> 現在のステップに定義された照合規則を評価し、不一致が
           *> あればステップを失敗としてチェーンを停止する（受け渡し
           *> の欠落を後続ステップへ持ち越さないため、失敗時方針は
           *> 適用しない）
           MOVE 'N' TO WS-BAL-STEP-BREAK
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BALANCE-COUNT
               IF BAL-STEP-NAME(WS-BAL-INDEX) = STEP-NAME(STEP-INDEX)
                   PERFORM EVALUATE-BALANCE-RULE
               END-IF
           END-PERFORM
           IF WS-BAL-STEP-BREAK = 'Y'
               MOVE 'F' TO STEP-RESULT(STEP-INDEX)
               SET ABORT-SEQUENCE TO TRUE
               DISPLAY '*** Control totals out of balance after '
                   FUNCTION TRIM(STEP-NAME(STEP-INDEX))
                   ' - chain stopped'
           END-IF.

       EVALUATE-BALANCE-RULE.
           *> 照合規則1件の両辺を求めて比較する
           MOVE 'Y' TO WS-BAL-ALL-AVAILABLE
           MOVE BAL-LEFT-FIGURE(WS-BAL-INDEX) TO WS-BAL-FIGURE
           PERFORM GET-BALANCE-FIGURE
           MOVE WS-BAL-VALUE TO BAL-LEFT-VALUE(WS-BAL-INDEX)
           MOVE 0 TO BAL-RIGHT-VALUE(WS-BAL-INDEX)
           PERFORM VARYING WS-BAL-FIG-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-FIG-INDEX
                       > BAL-RIGHT-COUNT(WS-BAL-INDEX)
               MOVE BAL-RIGHT-FIGURE(WS-BAL-INDEX, WS-BAL-FIG-INDEX)
                   TO WS-BAL-FIGURE
               PERFORM GET-BALANCE-FIGURE
               ADD WS-BAL-VALUE TO BAL-RIGHT-VALUE(WS-BAL-INDEX)
           END-PERFORM

           MOVE 'CHECK-STEP-BALANCES' TO WS-SA-PARAGRAPH-ID
           MOVE SPACES TO WS-SA-MESSAGE
           EVALUATE TRUE
               WHEN WS-BAL-ALL-AVAILABLE = 'N'
                   MOVE 'U' TO BAL-RESULT(WS-BAL-INDEX)
                   MOVE 'Y' TO WS-BAL-STEP-BREAK
                   MOVE 'F' TO WS-SA-OUTCOME
                   STRING 'Balance figure unavailable: '
                              DELIMITED BY SIZE
                          BAL-LEFT-FIGURE(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                          ' = ' DELIMITED BY SIZE
                          BAL-RIGHT-TEXT(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                       INTO WS-SA-MESSAGE
                   END-STRING
               WHEN BAL-LEFT-VALUE(WS-BAL-INDEX)
                       = BAL-RIGHT-VALUE(WS-BAL-INDEX)
                   MOVE 'O' TO BAL-RESULT(WS-BAL-INDEX)
                   MOVE 'S' TO WS-SA-OUTCOME
                   STRING 'Balanced: ' DELIMITED BY SIZE
                          BAL-LEFT-FIGURE(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                          ' = ' DELIMITED BY SIZE
                          BAL-RIGHT-TEXT(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                       INTO WS-SA-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'X' TO BAL-RESULT(WS-BAL-INDEX)
                   MOVE 'Y' TO WS-BAL-STEP-BREAK
                   MOVE 'F' TO WS-SA-OUTCOME
                   STRING 'Balance break: ' DELIMITED BY SIZE
                          BAL-LEFT-FIGURE(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                          ' <> ' DELIMITED BY SIZE
                          BAL-RIGHT-TEXT(WS-BAL-INDEX)
                              DELIMITED BY SPACE
                       INTO WS-SA-MESSAGE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-SCHED-AUDIT-LOG

           MOVE BAL-LEFT-VALUE(WS-BAL-INDEX) TO WS-BAL-EDIT-VALUE
           DISPLAY 'Balance check after '
               FUNCTION TRIM(STEP-NAME(STEP-INDEX)) ': '
               FUNCTION TRIM(BAL-LEFT-FIGURE(WS-BAL-INDEX)) '='
               FUNCTION TRIM(WS-BAL-EDIT-VALUE)
           MOVE BAL-RIGHT-VALUE(WS-BAL-INDEX) TO WS-BAL-EDIT-VALUE
           DISPLAY '    '
               FUNCTION TRIM(BAL-RIGHT-TEXT(WS-BAL-INDEX)) '='
               FUNCTION TRIM(WS-BAL-EDIT-VALUE)
               ' result ' BAL-RESULT(WS-BAL-INDEX).

       GET-BALANCE-FIGURE.
           *> 数値名1つ（<ソース>[:<修飾>[:<項目>]]）の値を求める
           MOVE 0 TO WS-BAL-VALUE
           MOVE 'Y' TO WS-BAL-AVAILABLE
           MOVE SPACES TO WS-BAL-SOURCE
           MOVE SPACES TO WS-BAL-QUALIFIER
           MOVE SPACES TO WS-BAL-FIELD
           UNSTRING WS-BAL-FIGURE DELIMITED BY ':' OR SPACE
               INTO WS-BAL-SOURCE, WS-BAL-QUALIFIER, WS-BAL-FIELD
           END-UNSTRING

           EVALUATE WS-BAL-SOURCE
               WHEN 'CC'
                   PERFORM READ-BALANCE-COMPLETION
               WHEN 'GLTRAILER'
                   PERFORM READ-BALANCE-JOURNAL-TRAILER
               WHEN 'SALESTOT'
                   PERFORM READ-BALANCE-SALES-TOTALS
               WHEN 'PAYROLL'
                   PERFORM READ-BALANCE-PAYROLL-TOTAL
               WHEN 'ERCOST'
                   PERFORM READ-BALANCE-EMPLOYER-COST
               WHEN 'APTOT'
                   PERFORM READ-BALANCE-AP-TOTALS
               WHEN 'INVPROV'
                   PERFORM READ-BALANCE-PROVISION
               WHEN 'FINCHG'
                   PERFORM READ-BALANCE-FINANCE-CHARGE
               WHEN 'ARWOFF'
                   PERFORM READ-BALANCE-WRITEOFF
               WHEN 'MANJE'
                   PERFORM READ-BALANCE-MANUAL-ENTRIES
               WHEN 'STANDJE'
                   PERFORM READ-BALANCE-STANDING-ENTRIES
               WHEN OTHER
                   DISPLAY 'Unknown balance figure: '
                       FUNCTION TRIM(WS-BAL-FIGURE)
                   MOVE 'N' TO WS-BAL-AVAILABLE
           END-EVALUATE

           IF WS-BAL-AVAILABLE = 'N'
               MOVE 'N' TO WS-BAL-ALL-AVAILABLE
           END-IF.

       READ-BALANCE-COMPLETION.
           *> CC:<完了レコードID>:<項目> - 指定プログラムの最新の
           *> 完了レコードの件数（前回実行で完了済みのステップも
           *> 照合できるよう、チェーン開始時刻では絞り込まない）
           MOVE 'N' TO WS-BAL-AVAILABLE
           IF WS-BAL-FIELD NOT = 'TOTAL'
               AND WS-BAL-FIELD NOT = 'PROCESSED'
               AND WS-BAL-FIELD NOT = 'ERRORS'
               DISPLAY 'Unknown completion count in balance '
                   'figure: ' FUNCTION TRIM(WS-BAL-FIGURE)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPLETION-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ COMPLETION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CC-PROGRAM-ID = WS-BAL-QUALIFIER
                           MOVE 'Y' TO WS-BAL-AVAILABLE
                           EVALUATE WS-BAL-FIELD
                               WHEN 'TOTAL'
                                   MOVE CC-TOTAL-COUNT
                                       TO WS-BAL-VALUE
                               WHEN 'PROCESSED'
                                   MOVE CC-PROCESSED-COUNT
                                       TO WS-BAL-VALUE
                               WHEN OTHER
                                   MOVE CC-ERROR-COUNT
                                       TO WS-BAL-VALUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLETION-FILE
           MOVE 'N' TO EOF-FLAG.

       READ-BALANCE-JOURNAL-TRAILER.
           *> GLTRAILER[:<転記日>] - 仕訳バッチJOURNAL-<転記日>.DAT
           *> のトレーラーの借方合計（転記日の省略時は当日。
           *> バッチが無い・トレーラーが無い場合は取得不可）
           MOVE 'N' TO WS-BAL-AVAILABLE
           PERFORM BUILD-BALANCE-JOURNAL-NAME
           MOVE WS-BAL-JOURNAL-FILENAME TO WS-BALANCE-SOURCE-FILENAME
           OPEN INPUT BALANCE-SOURCE-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Journal batch not found for balance check: '
                   FUNCTION TRIM(WS-BALANCE-SOURCE-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BS-JR-RECORD-TYPE = 'T'
                           AND BS-JR-DEBIT IS NUMERIC
                           MOVE 'Y' TO WS-BAL-AVAILABLE
                           MOVE BS-JR-DEBIT TO WS-BAL-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG.

       BUILD-BALANCE-JOURNAL-NAME.
           *> 照合対象の仕訳バッチ名JOURNAL-<転記日>.DAT（転記日の
           *> 省略時は当日）
           IF WS-BAL-QUALIFIER = SPACES
               MOVE WS-TODAY-DATE TO WS-BAL-QUALIFIER
           END-IF
           MOVE SPACES TO WS-BAL-JOURNAL-FILENAME
           STRING 'JOURNAL-' DELIMITED BY SIZE
                  WS-BAL-QUALIFIER DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BAL-JOURNAL-FILENAME
           END-STRING.

       OPEN-BALANCE-FEED.
           *> 連携ファイル（WS-BAL-FEED-INDEX番目）を開く。.DATが
           *> 無く、ステップ起動時にはあった場合は、ステップが取り
           *> 込んで退避した.DONEを読む。起動時から無かった場合は
           *> 転記なしとして開かずに戻る（数値は0）。退避先も無い
           *> 場合は取得不可とする
           MOVE 'N' TO WS-BAL-FEED-OPEN
           MOVE SPACES TO WS-BALANCE-SOURCE-FILENAME
           STRING BAL-FEED-NAME(WS-BAL-FEED-INDEX) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BALANCE-SOURCE-FILENAME
           END-STRING
           OPEN INPUT BALANCE-SOURCE-FILE
           IF FILE-STATUS-OK
               MOVE 'Y' TO WS-BAL-FEED-OPEN
               EXIT PARAGRAPH
           END-IF
           IF BAL-FEED-AT-START(WS-BAL-INDEX, WS-BAL-FEED-INDEX)
                   NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BALANCE-SOURCE-FILENAME
           STRING BAL-FEED-NAME(WS-BAL-FEED-INDEX) DELIMITED BY SPACE
                  '.DONE' DELIMITED BY SIZE
               INTO WS-BALANCE-SOURCE-FILENAME
           END-STRING
           OPEN INPUT BALANCE-SOURCE-FILE
           IF FILE-STATUS-OK
               MOVE 'Y' TO WS-BAL-FEED-OPEN
           ELSE
               DISPLAY 'Balance feed taken by the step but not found: '
                   FUNCTION TRIM(WS-BALANCE-SOURCE-FILENAME)
               MOVE 'N' TO WS-BAL-AVAILABLE
           END-IF.

       READ-BALANCE-SALES-TOTALS.
           *> SALESTOT - GL-JOURNALが売上集計から起票する借方の合計
           *> （売掛金＝総売上＋消費税、コミッション費用、売上原価、
           *> 売上戻り）。取り込みが無い場合は売上の転記なしとして0
           MOVE 1 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-SOURCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BS-ST-GROSS-SALES IS NUMERIC
                       AND BS-ST-CALCULATED-TAX IS NUMERIC
                       AND BS-ST-COMMISSION IS NUMERIC
                       AND BS-ST-RETURNS-TOTAL IS NUMERIC
                       AND BS-ST-COGS-TOTAL IS NUMERIC
                       COMPUTE WS-BAL-VALUE =
                           BS-ST-GROSS-SALES + BS-ST-CALCULATED-TAX
                           + BS-ST-COMMISSION + BS-ST-RETURNS-TOTAL
                           + BS-ST-COGS-TOTAL
                   ELSE
                       MOVE 'N' TO WS-BAL-AVAILABLE
                   END-IF
           END-READ
           CLOSE BALANCE-SOURCE-FILE.

       READ-BALANCE-PAYROLL-TOTAL.
           *> PAYROLL - 給与抽出ファイルの給与合計（GL-JOURNALの給与
           *> 費用の借方合計）。ファイルが無い場合は0
           MOVE 'PAYROLL.DAT' TO WS-BALANCE-SOURCE-FILENAME
           OPEN INPUT BALANCE-SOURCE-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BS-PE-EMP-SALARY IS NUMERIC
                           ADD BS-PE-EMP-SALARY TO WS-BAL-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG.

       READ-BALANCE-EMPLOYER-COST.
           *> ERCOST - 雇用主負担の部署別合計の総額（GL-JOURNALの
           *> 雇用主負担費用の借方合計）。取り込みが無い場合は0
           MOVE 2 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BS-EC-AMOUNT IS NUMERIC
                           ADD BS-EC-AMOUNT TO WS-BAL-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG.

       READ-BALANCE-AP-TOTALS.
           *> APTOT - 買掛金連携の借方の合計（仕入＝承認額、買掛金の
           *> 支払＝支払額）。取り込みが無い場合は0
           MOVE 3 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-SOURCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BS-AT-INVOICE-TOTAL IS NUMERIC
                       AND BS-AT-PAYMENT-TOTAL IS NUMERIC
                       COMPUTE WS-BAL-VALUE =
                           BS-AT-INVOICE-TOTAL + BS-AT-PAYMENT-TOTAL
                   ELSE
                       MOVE 'N' TO WS-BAL-AVAILABLE
                   END-IF
           END-READ
           CLOSE BALANCE-SOURCE-FILE.

       READ-BALANCE-PROVISION.
           *> INVPROV - 評価減引当連携の借方の合計（引当額の増加は
           *> 評価損、減少は引当金の戻入として借方に立つ）。取り込み
           *> が無い場合は0
           MOVE 4 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-SOURCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BS-IP-INCREASE IS NUMERIC
                       AND BS-IP-DECREASE IS NUMERIC
                       COMPUTE WS-BAL-VALUE =
                           BS-IP-INCREASE + BS-IP-DECREASE
                   ELSE
                       MOVE 'N' TO WS-BAL-AVAILABLE
                   END-IF
           END-READ
           CLOSE BALANCE-SOURCE-FILE.

       READ-BALANCE-FINANCE-CHARGE.
           *> FINCHG - 延滞利息連携の借方（売掛金）の合計。取り込みが
           *> 無い場合は0
           MOVE 5 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-SOURCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BS-FC-TOTAL-AMOUNT IS NUMERIC
                       MOVE BS-FC-TOTAL-AMOUNT TO WS-BAL-VALUE
                   ELSE
                       MOVE 'N' TO WS-BAL-AVAILABLE
                   END-IF
           END-READ
           CLOSE BALANCE-SOURCE-FILE.

       READ-BALANCE-WRITEOFF.
           *> ARWOFF - 償却連携の借方の合計（貸倒費用＝償却額、売上
           *> 戻り＝係争解決のクレジットメモ。旧形式の空欄は0）。
           *> 取り込みが無い場合は0
           MOVE 6 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-SOURCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BS-WO-TOTAL-AMOUNT IS NUMERIC
                       MOVE BS-WO-TOTAL-AMOUNT TO WS-BAL-VALUE
                       IF BS-WO-CREDIT-TOTAL IS NUMERIC
                           ADD BS-WO-CREDIT-TOTAL TO WS-BAL-VALUE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-BAL-AVAILABLE
                   END-IF
           END-READ
           CLOSE BALANCE-SOURCE-FILE.

       READ-BALANCE-MANUAL-ENTRIES.
           *> MANJE - 手入力仕訳ファイルの借方の合計（不備で転記され
           *> なかった仕訳番号も含むため、不備があれば不一致になる。
           *> 内容はJEREJECT.TXTを参照）。取り込みが無い場合は0
           MOVE 7 TO WS-BAL-FEED-INDEX
           PERFORM OPEN-BALANCE-FEED
           IF WS-BAL-FEED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BS-JE-DEBIT IS NUMERIC
                           ADD BS-JE-DEBIT TO WS-BAL-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG.

       READ-BALANCE-STANDING-ENTRIES.
           *> STANDJE[:<転記日>] - 仕訳バッチJOURNAL-<転記日>.DATへ
           *> 転記された定例仕訳の借方の合計（STANDPST.DATにその
           *> バッチで記録された仕訳番号の明細をSTANDJE.DATから
           *> 合計する。定例仕訳ファイルは退避されない）。転記が
           *> 無い場合は0
           PERFORM BUILD-BALANCE-JOURNAL-NAME
           MOVE 0 TO WS-BAL-STANDING-COUNT
           MOVE 'STANDPST.DAT' TO WS-BALANCE-SOURCE-FILENAME
           OPEN INPUT BALANCE-SOURCE-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BS-SP-FILENAME = WS-BAL-JOURNAL-FILENAME
                           AND WS-BAL-STANDING-COUNT < 100
                           ADD 1 TO WS-BAL-STANDING-COUNT
                           MOVE BS-SP-ENTRY-ID TO WS-BAL-STANDING-ID
                               (WS-BAL-STANDING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG
           IF WS-BAL-STANDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'STANDJE.DAT' TO WS-BALANCE-SOURCE-FILENAME
           OPEN INPUT BALANCE-SOURCE-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Standing entries posted but STANDJE.DAT '
                   'not found'
               MOVE 'N' TO WS-BAL-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ BALANCE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM ADD-BALANCE-STANDING-LINE
               END-READ
           END-PERFORM
           CLOSE BALANCE-SOURCE-FILE
           MOVE 'N' TO EOF-FLAG.

       ADD-BALANCE-STANDING-LINE.
           *> 定例仕訳1明細が当バッチで転記された仕訳番号なら借方を
           *> 加算する
           IF BS-JE-DEBIT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAL-STANDING-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-STANDING-INDEX > WS-BAL-STANDING-COUNT
               IF WS-BAL-STANDING-ID(WS-BAL-STANDING-INDEX)
                       = BS-JE-ENTRY-ID
                   ADD BS-JE-DEBIT TO WS-BAL-VALUE
                   MOVE WS-BAL-STANDING-COUNT TO WS-BAL-STANDING-INDEX
               END-IF
           END-PERFORM.

       *> ================================================================
       *> 集約実行報告の作成
       *> ================================================================
               PERFORM WRITE-STEP-REPORT-LINE
           END-PERFORM

           IF WS-BALANCE-COUNT > 0
               PERFORM WRITE-BALANCE-REPORT-LINES
           END-IF

           IF JOBSTATUS-FOUND
               PERFORM WRITE-JOBSTATUS-REPORT-LINES
           END-IF

           CLOSE MASTER-REPORT-FILE.

       WRITE-BALANCE-REPORT-LINES.
           *> 照合規則ごとの結果と両辺の数値（行頭を'Step 'にしない
           *> ことで、ダッシュボードのステップ結果集計に含めない）
           MOVE SPACES TO MASTER-REPORT-RECORD
           STRING 'Control-total balance checks:' DELIMITED BY SIZE
               INTO MASTER-REPORT-RECORD
           END-STRING
           WRITE MASTER-REPORT-RECORD

           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BALANCE-COUNT
               EVALUATE TRUE
                   WHEN BAL-BALANCED(WS-BAL-INDEX)
                       MOVE 'BALANCED' TO WS-BAL-RESULT-TEXT
                   WHEN BAL-BREAK(WS-BAL-INDEX)
                       MOVE 'BREAK' TO WS-BAL-RESULT-TEXT
                   WHEN BAL-UNAVAILABLE(WS-BAL-INDEX)
                       MOVE 'UNAVAILABLE' TO WS-BAL-RESULT-TEXT
                   WHEN OTHER
                       MOVE 'NOT RUN' TO WS-BAL-RESULT-TEXT
               END-EVALUATE
               MOVE SPACES TO MASTER-REPORT-RECORD
               STRING 'Balance after ' DELIMITED BY SIZE
                      FUNCTION TRIM(BAL-STEP-NAME(WS-BAL-INDEX))
                          DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-BAL-RESULT-TEXT DELIMITED BY SIZE
                   INTO MASTER-REPORT-RECORD
               END-STRING
               WRITE MASTER-REPORT-RECORD

               IF NOT BAL-NOT-RUN(WS-BAL-INDEX)
                   MOVE BAL-LEFT-VALUE(WS-BAL-INDEX)
                       TO WS-BAL-EDIT-VALUE
                   MOVE SPACES TO MASTER-REPORT-RECORD
                   STRING '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(BAL-LEFT-FIGURE(WS-BAL-INDEX))
                              DELIMITED BY SIZE
                          ' = ' DELIMITED BY SIZE
                          WS-BAL-EDIT-VALUE DELIMITED BY SIZE
                       INTO MASTER-REPORT-RECORD
                   END-STRING
                   WRITE MASTER-REPORT-RECORD
                   MOVE BAL-RIGHT-VALUE(WS-BAL-INDEX)
                       TO WS-BAL-EDIT-VALUE
                   MOVE SPACES TO MASTER-REPORT-RECORD
                   STRING '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(BAL-RIGHT-TEXT(WS-BAL-INDEX))
                              DELIMITED BY SIZE
                          ' = ' DELIMITED BY SIZE
                          WS-BAL-EDIT-VALUE DELIMITED BY SIZE
                       INTO MASTER-REPORT-RECORD
                   END-STRING
                   WRITE MASTER-REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-STEP-REPORT-LINE.
           MOVE SPACES TO MASTER-REPORT-RECORD
           STRING 'Step ' DELIMITED BY SIZE
                  STEP-RESULT(STEP-INDEX) DELIMITED BY SIZE
               INTO MASTER-REPORT-RECORD
           END-STRING
           *> 完了レコードにエラー件数があれば結果の後ろに併記する
           *> （ダッシュボードはRESULT=直後の1文字で判定するため
           *> 結果の前には何も挿入しない）
           IF STEP-CC-ERRORS(STEP-INDEX) > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(MASTER-REPORT-RECORD)
                          DELIMITED BY SIZE
                      ' Exceptions=' DELIMITED BY SIZE
                      STEP-CC-ERRORS(STEP-INDEX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO MASTER-REPORT-RECORD
           END-IF
           WRITE MASTER-REPORT-RECORD

           IF STEP-START-TIME(STEP-INDEX) NOT = SPACES
