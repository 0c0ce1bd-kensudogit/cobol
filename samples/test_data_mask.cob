       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-MASK.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> テストデータ用マスク抽出ユーティリティ
       *>
       *> 本番マスタ（EMPLOYEE.DAT／EMPBANK.DAT／CUSTOMER.MAST）を
       *> 読み、個人を特定できる項目を置き換えたテスト用コピーを
       *> MASK.CTLのTARGETで指定したディレクトリへ同じファイル名・
       *> 同じ編成で書き出します：
       *>   - 氏名・口座名義・顧客名 → 架空の名前
       *>   - 住所（番地・市）・郵便番号・電話番号 → 架空の値
       *>   - 銀行口座番号 → 桁構成を保った架空の番号
       *>   - 給与・与信限度額 → 許容幅（TOLERANCE、既定10%）内で
       *>     増減
       *> 置き換えは元の値とマスクキー（KEY）だけから決まるため、
       *> 同じ実データは常に同じ架空データになる（従業員名と
       *> 口座名義のように複数ファイルにまたがる値も一致する）。
       *> 従業員ID・顧客IDなどのキー、部署・等級・状態・日付は
       *> そのまま残すので、ファイル間の参照はテスト環境でも
       *> 結合できる。銀行コード・支店コード・州コードも残す。
       *>
       *> 本番ディレクトリへの書き込みは拒否する。TARGETに
       *> 確認用ファイルを書き、それが実行ディレクトリから見えた
       *> 場合（同じディレクトリ、別名やリンク経由を含む）は何も
       *> 書かずに完了コード8で終了する。
       *>
       *> MASK.CTL（1行1指示）：TARGET <ディレクトリ>（必須）、
       *> TOLERANCE <増減率%>、KEY <マスクキー>
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> マスク抽出の指示ファイル
           SELECT MASK-CONTROL-FILE
               ASSIGN TO 'MASK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 本番ディレクトリ判定用の確認ファイル（TARGET側）
           SELECT PROBE-OUTPUT-FILE
               ASSIGN TO DYNAMIC PROBE-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 本番ディレクトリ判定用の確認ファイル（実行側）
           SELECT PROBE-INPUT-FILE
               ASSIGN TO DYNAMIC PROBE-LOCAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 従業員マスタファイル（本番、参照のみ）
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID-KEY
               STATUS IS FILE-STATUS.

           *> 従業員銀行口座ファイル（本番、参照のみ）
           SELECT EMPLOYEE-BANK-FILE
               ASSIGN TO 'EMPBANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-EMP-ID
               STATUS IS FILE-STATUS.

           *> 顧客マスタファイル（本番、参照のみ）
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> テスト用従業員マスタ（TARGET側、キー順に書き出す）
           SELECT TEST-EMPLOYEE-FILE
               ASSIGN TO DYNAMIC TEST-EMPLOYEE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-EMP-ID
               STATUS IS FILE-STATUS.

           *> テスト用従業員銀行口座ファイル（TARGET側）
           SELECT TEST-BANK-FILE
               ASSIGN TO DYNAMIC TEST-BANK-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-EMP-ID
               STATUS IS FILE-STATUS.

           *> テスト用顧客マスタ（TARGET側）
           SELECT TEST-CUSTOMER-FILE
               ASSIGN TO DYNAMIC TEST-CUSTOMER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> 構造化完了レコード（スケジューラのステップ成否判定用）
           SELECT COMPLETION-FILE
               ASSIGN TO 'COMPLETION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS COMPLETION-FILE-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴）
           SELECT AUDIT-LOG-FILE
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

       FD  MASK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASK-CONTROL-RECORD.
           05  MC-TYPE                PIC X(10).
           05  MC-VALUE               PIC X(60).

       FD  PROBE-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROBE-OUTPUT-RECORD        PIC X(14).

       FD  PROBE-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROBE-INPUT-RECORD         PIC X(14).

       *> 従業員マスタレコード構造（EMPLOYEEプログラムの
       *> EMPLOYEE-RECORDと同一項目）
       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-ID-KEY             PIC 9(5).
           05  EMP-NAME               PIC X(30).
           05  EMP-DEPT               PIC X(20).
           05  EMP-SALARY             PIC 9(7)V99.
           05  EMP-HIRE-DATE          PIC X(10).
           05  EMP-STATUS             PIC X(1).
           05  EMP-TERM-DATE          PIC X(10).
           05  EMP-GRADE              PIC X(2).
           05  EMP-LAST-CHANGED       PIC X(8).

       *> 従業員銀行口座レコード構造（EMPLOYEEプログラムの
       *> EMPLOYEE-BANK-RECORDと同一項目）
       FD  EMPLOYEE-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-BANK-RECORD.
           05  BK-EMP-ID              PIC 9(5).
           05  BK-BANK-CODE           PIC X(4).
           05  BK-BRANCH-CODE         PIC X(3).
           05  BK-ACCOUNT-NUMBER      PIC X(10).
           05  BK-ACCOUNT-NAME        PIC X(30).
           05  BK-LAST-CHANGED        PIC X(8).

       *> 顧客マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> CUSTOMER-RECORDと同一項目）
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CM-CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID         PIC 9(7).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET-ADDRESS  PIC X(40).
               10  CM-CITY            PIC X(20).
               10  CM-STATE           PIC X(2).
               10  CM-ZIP-CODE        PIC X(10).
           05  CM-CUSTOMER-PHONE      PIC X(15).
           05  CM-CREDIT-LIMIT        PIC 9(8)V99.
           05  CM-CUSTOMER-STATUS     PIC X(1).
           05  CM-DATE-CREATED        PIC X(8).
           05  CM-PAYMENT-TERMS-DAYS  PIC X(3).
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(13).
           05  CM-PARENT-ID           PIC 9(7).
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       *> テスト用コピーのレコード（本番と同じ長さ・キー位置。
       *> 内容はマスク後の本番レコードをそのまま書き出す）
       FD  TEST-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-EMPLOYEE-RECORD.
           05  TE-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(90).

       FD  TEST-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-BANK-RECORD.
           05  TB-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(55).

       FD  TEST-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TEST-CUSTOMER-RECORD.
           05  TC-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(173).

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

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD           PIC X(132).

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

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'DATAMASK'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> ================================================================
       *> 抽出条件と出力先
       *> ================================================================

       01  MASK-CONDITIONS.
           05  TARGET-DIRECTORY       PIC X(60)    VALUE SPACES.
           05  TOLERANCE-PERCENT      PIC 9(2)     VALUE 10.
           05  MASK-KEY               PIC X(40)    VALUE 'MASK'.
           05  TARGET-LENGTH          PIC 9(3)     VALUE 0.

       01  MASK-FILENAMES.
           05  PROBE-TARGET-FILENAME  PIC X(100).
           05  PROBE-LOCAL-FILENAME   PIC X(100)   VALUE 'MASKPRB.TMP'.
           05  TEST-EMPLOYEE-FILENAME PIC X(100).
           05  TEST-BANK-FILENAME     PIC X(100).
           05  TEST-CUSTOMER-FILENAME PIC X(100).
           05  PROBE-REMOVE-COMMAND   PIC X(120).

       01  MASK-CONTROL.
           05  PROBE-TOKEN            PIC X(14).
           05  REFUSE-SWITCH          PIC X(1)     VALUE 'N'.
               88  TARGET-REFUSED     VALUE 'Y'.
           05  REFUSE-REASON          PIC X(60)    VALUE SPACES.
           05  RECORDS-READ           PIC 9(6)     VALUE 0.
           05  RECORDS-WRITTEN        PIC 9(6)     VALUE 0.
           05  WRITE-ERRORS           PIC 9(6)     VALUE 0.
           05  FILE-READ-COUNT        PIC 9(6).
           05  FILE-WRITTEN-COUNT     PIC 9(6).
           05  COMPLETION-CODE-WORK   PIC 9(4)     VALUE 0.

       *> ================================================================
       *> マスク計算の作業領域（ハッシュは元の値とマスクキーだけで
       *> 決まるため、同じ値は何度実行しても同じ結果になる）
       *> ================================================================

       01  MASK-WORK.
           05  MASK-SOURCE            PIC X(40).
           05  MASK-RESULT            PIC X(40).
           05  MASK-LENGTH            PIC 9(2).
           05  CHAR-POS               PIC 9(2).
           05  KEY-HASH               PIC 9(9)     VALUE 0.
           05  VALUE-HASH             PIC 9(9).
           05  RUNNING-HASH           PIC 9(9).
           05  HASH-PRIME             PIC 9(9)     VALUE 999999937.
           05  UPPER-CASE-SWITCH      PIC X(1).
               88  SOURCE-UPPER-CASE  VALUE 'Y'.
           05  PICK-1                 PIC 9(2).
           05  PICK-2                 PIC 9(2).
           05  PICK-3                 PIC 9(2).
           05  PICK-NUMBER            PIC 9(4).
           05  BASIS-POINTS           PIC S9(5).
           05  AMOUNT-WORK            PIC 9(9)V99.
           05  LETTERS                PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       *> 架空名の部品（名・姓・通り名・市・社名の接尾語）
       01  FIRST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'Alex'.
           05  FILLER PIC X(10) VALUE 'Jordan'.
           05  FILLER PIC X(10) VALUE 'Taylor'.
           05  FILLER PIC X(10) VALUE 'Morgan'.
           05  FILLER PIC X(10) VALUE 'Casey'.
           05  FILLER PIC X(10) VALUE 'Riley'.
           05  FILLER PIC X(10) VALUE 'Jamie'.
           05  FILLER PIC X(10) VALUE 'Avery'.
           05  FILLER PIC X(10) VALUE 'Quinn'.
           05  FILLER PIC X(10) VALUE 'Robin'.
           05  FILLER PIC X(10) VALUE 'Drew'.
           05  FILLER PIC X(10) VALUE 'Hayden'.
           05  FILLER PIC X(10) VALUE 'Parker'.
           05  FILLER PIC X(10) VALUE 'Reese'.
           05  FILLER PIC X(10) VALUE 'Sydney'.
           05  FILLER PIC X(10) VALUE 'Cameron'.
           05  FILLER PIC X(10) VALUE 'Dana'.
           05  FILLER PIC X(10) VALUE 'Emerson'.
           05  FILLER PIC X(10) VALUE 'Harper'.
           05  FILLER PIC X(10) VALUE 'Kendall'.
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FIRST-NAME             PIC X(10) OCCURS 20 TIMES.

       01  LAST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'Abbott'.
           05  FILLER PIC X(10) VALUE 'Barnes'.
           05  FILLER PIC X(10) VALUE 'Carver'.
           05  FILLER PIC X(10) VALUE 'Dalton'.
           05  FILLER PIC X(10) VALUE 'Ellison'.
           05  FILLER PIC X(10) VALUE 'Fletcher'.
           05  FILLER PIC X(10) VALUE 'Garner'.
           05  FILLER PIC X(10) VALUE 'Holloway'.
           05  FILLER PIC X(10) VALUE 'Ingram'.
           05  FILLER PIC X(10) VALUE 'Jennings'.
           05  FILLER PIC X(10) VALUE 'Kendrick'.
           05  FILLER PIC X(10) VALUE 'Lowell'.
           05  FILLER PIC X(10) VALUE 'Mercer'.
           05  FILLER PIC X(10) VALUE 'Norwood'.
           05  FILLER PIC X(10) VALUE 'Osborne'.
           05  FILLER PIC X(10) VALUE 'Prescott'.
           05  FILLER PIC X(10) VALUE 'Radford'.
           05  FILLER PIC X(10) VALUE 'Sutton'.
           05  FILLER PIC X(10) VALUE 'Thatcher'.
           05  FILLER PIC X(10) VALUE 'Whitaker'.
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05  LAST-NAME              PIC X(10) OCCURS 20 TIMES.

       01  STREET-NAME-VALUES.
           05  FILLER PIC X(16) VALUE 'Maple Avenue'.
           05  FILLER PIC X(16) VALUE 'Cedar Street'.
           05  FILLER PIC X(16) VALUE 'Hillcrest Road'.
           05  FILLER PIC X(16) VALUE 'Lakeview Drive'.
           05  FILLER PIC X(16) VALUE 'Orchard Lane'.
           05  FILLER PIC X(16) VALUE 'Station Road'.
           05  FILLER PIC X(16) VALUE 'Park Place'.
           05  FILLER PIC X(16) VALUE 'Mill Street'.
           05  FILLER PIC X(16) VALUE 'Ridge Way'.
           05  FILLER PIC X(16) VALUE 'Harbor Boulevard'.
       01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
           05  STREET-NAME            PIC X(16) OCCURS 10 TIMES.

       01  CITY-NAME-VALUES.
           05  FILLER PIC X(14) VALUE 'Fairview'.
           05  FILLER PIC X(14) VALUE 'Riverton'.
           05  FILLER PIC X(14) VALUE 'Kingsport'.
           05  FILLER PIC X(14) VALUE 'Ashford'.
           05  FILLER PIC X(14) VALUE 'Brookfield'.
           05  FILLER PIC X(14) VALUE 'Clearwater'.
           05  FILLER PIC X(14) VALUE 'Greenville'.
           05  FILLER PIC X(14) VALUE 'Milford'.
           05  FILLER PIC X(14) VALUE 'Oakdale'.
           05  FILLER PIC X(14) VALUE 'Westbury'.
       01  CITY-NAME-TABLE REDEFINES CITY-NAME-VALUES.
           05  CITY-NAME              PIC X(14) OCCURS 10 TIMES.

       01  COMPANY-SUFFIX-VALUES.
           05  FILLER PIC X(10) VALUE 'Trading'.
           05  FILLER PIC X(10) VALUE 'Supply'.
           05  FILLER PIC X(10) VALUE 'Industries'.
           05  FILLER PIC X(10) VALUE 'Services'.
           05  FILLER PIC X(10) VALUE 'Holdings'.
       01  COMPANY-SUFFIX-TABLE REDEFINES COMPANY-SUFFIX-VALUES.
           05  COMPANY-SUFFIX         PIC X(10) OCCURS 5 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Masked Test-Data Extract'
           DISPLAY '====================================='

           PERFORM LOAD-MASK-CONTROL
           PERFORM VALIDATE-TARGET-DIRECTORY
           IF TARGET-REFUSED
               DISPLAY '*** Extract refused - ' REFUSE-REASON
               MOVE 'VALIDATE-TARGET-DIRECTORY' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Mask extract refused: ' DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO COMPLETION-CODE-WORK
               PERFORM WRITE-COMPLETION-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE MASK-KEY TO MASK-SOURCE
           MOVE 7 TO KEY-HASH
           PERFORM COMPUTE-VALUE-HASH
           MOVE VALUE-HASH TO KEY-HASH

           PERFORM MASK-EMPLOYEE-MASTER
           PERFORM MASK-BANK-FILE
           PERFORM MASK-CUSTOMER-MASTER

           DISPLAY 'Records read:    ' RECORDS-READ
           DISPLAY 'Records written: ' RECORDS-WRITTEN
           DISPLAY 'Write errors:    ' WRITE-ERRORS
           DISPLAY 'Test copies written to '
               TARGET-DIRECTORY(1:TARGET-LENGTH)

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           IF WRITE-ERRORS > 0
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 8 TO COMPLETION-CODE-WORK
           ELSE
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE 0 TO COMPLETION-CODE-WORK
           END-IF
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Masked extract written: ' DELIMITED BY SIZE
                  RECORDS-WRITTEN DELIMITED BY SIZE
                  ' records to ' DELIMITED BY SIZE
                  TARGET-DIRECTORY DELIMITED BY SPACE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM WRITE-COMPLETION-RECORD
           IF COMPLETION-CODE-WORK >= 8
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> ================================================================
       *> 指示の読み込みと出力先の検証
       *> ================================================================

       LOAD-MASK-CONTROL.
           *> MASK.CTLの指示を読む（無い場合はTARGET未指定として
           *> 拒否される）
           OPEN INPUT MASK-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No MASK.CTL - target directory not given'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ MASK-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-MASK-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE MASK-CONTROL-FILE
           MOVE 'N' TO EOF-FLAG.

       PARSE-MASK-CONTROL-RECORD.
           EVALUATE MC-TYPE
               WHEN 'TARGET'
                   MOVE MC-VALUE TO TARGET-DIRECTORY
               WHEN 'TOLERANCE'
                   UNSTRING MC-VALUE DELIMITED BY SPACE
                       INTO TOLERANCE-PERCENT
                   END-UNSTRING
                   IF TOLERANCE-PERCENT > 50
                       MOVE 50 TO TOLERANCE-PERCENT
                   END-IF
               WHEN 'KEY'
                   MOVE MC-VALUE(1:40) TO MASK-KEY
               WHEN OTHER
                   DISPLAY 'Unknown mask control type: ' MC-TYPE
           END-EVALUATE.

       VALIDATE-TARGET-DIRECTORY.
           *> 出力先の検証。未指定・カレント指定を拒否したうえで、
           *> TARGETに確認ファイルを書き、同じ名前のファイルが実行
           *> ディレクトリ（本番）から読めたら同一ディレクトリと
           *> みなして拒否する
           IF TARGET-DIRECTORY = SPACES
               MOVE 'Y' TO REFUSE-SWITCH
               MOVE 'TARGET directory not given' TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TARGET-LENGTH
           INSPECT TARGET-DIRECTORY TALLYING TARGET-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           *> 末尾の'/'は取り除いて扱う
           PERFORM UNTIL TARGET-LENGTH <= 1
                   OR TARGET-DIRECTORY(TARGET-LENGTH:1) NOT = '/'
               MOVE SPACE TO TARGET-DIRECTORY(TARGET-LENGTH:1)
               SUBTRACT 1 FROM TARGET-LENGTH
           END-PERFORM
           IF TARGET-DIRECTORY = '.'
               MOVE 'Y' TO REFUSE-SWITCH
               MOVE 'TARGET is the production directory'
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO PROBE-TOKEN
           MOVE SPACES TO PROBE-TARGET-FILENAME
           STRING TARGET-DIRECTORY(1:TARGET-LENGTH) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PROBE-LOCAL-FILENAME DELIMITED BY SPACE
               INTO PROBE-TARGET-FILENAME
           END-STRING
           OPEN OUTPUT PROBE-OUTPUT-FILE
           IF NOT FILE-STATUS-OK
               MOVE 'Y' TO REFUSE-SWITCH
               MOVE 'TARGET directory not writable or missing'
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PROBE-TOKEN TO PROBE-OUTPUT-RECORD
           WRITE PROBE-OUTPUT-RECORD
           CLOSE PROBE-OUTPUT-FILE

           OPEN INPUT PROBE-INPUT-FILE
           IF FILE-STATUS-OK
               READ PROBE-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROBE-INPUT-RECORD = PROBE-TOKEN
                           MOVE 'Y' TO REFUSE-SWITCH
                           MOVE 'TARGET is the production directory'
                               TO REFUSE-REASON
                       END-IF
               END-READ
               CLOSE PROBE-INPUT-FILE
           END-IF

           MOVE SPACES TO PROBE-REMOVE-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
                  PROBE-TARGET-FILENAME DELIMITED BY SPACE
               INTO PROBE-REMOVE-COMMAND
           END-STRING
           CALL 'SYSTEM' USING PROBE-REMOVE-COMMAND
           IF TARGET-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TEST-EMPLOYEE-FILENAME
           STRING TARGET-DIRECTORY(1:TARGET-LENGTH) DELIMITED BY SIZE
                  '/EMPLOYEE.DAT' DELIMITED BY SIZE
               INTO TEST-EMPLOYEE-FILENAME
           END-STRING
           MOVE SPACES TO TEST-BANK-FILENAME
           STRING TARGET-DIRECTORY(1:TARGET-LENGTH) DELIMITED BY SIZE
                  '/EMPBANK.DAT' DELIMITED BY SIZE
               INTO TEST-BANK-FILENAME
           END-STRING
           MOVE SPACES TO TEST-CUSTOMER-FILENAME
           STRING TARGET-DIRECTORY(1:TARGET-LENGTH) DELIMITED BY SIZE
                  '/CUSTOMER.MAST' DELIMITED BY SIZE
               INTO TEST-CUSTOMER-FILENAME
           END-STRING.

       *> ================================================================
       *> マスタ別のマスク抽出
       *> ================================================================

       MASK-EMPLOYEE-MASTER.
           *> 従業員名と給与をマスクする（ID・部署・等級・状態・
           *> 日付は結合と業務条件の再現のため残す）
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITTEN-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'EMPLOYEE.DAT not available - skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-EMPLOYEE-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Cannot create ' TEST-EMPLOYEE-FILENAME
               ADD 1 TO WRITE-ERRORS
               CLOSE EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO FILE-READ-COUNT
                       MOVE EMP-NAME TO MASK-SOURCE
                       PERFORM MASK-PERSON-NAME
                       MOVE MASK-RESULT TO EMP-NAME
                       MOVE EMP-ID-KEY TO MASK-SOURCE
                       MOVE EMP-SALARY TO AMOUNT-WORK
                       PERFORM PERTURB-AMOUNT
                       MOVE AMOUNT-WORK TO EMP-SALARY
                       WRITE TEST-EMPLOYEE-RECORD
                           FROM EMPLOYEE-MASTER-RECORD
                       PERFORM COUNT-TEST-WRITE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE TEST-EMPLOYEE-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'EMPLOYEE.DAT  read ' FILE-READ-COUNT
               ' written ' FILE-WRITTEN-COUNT.

       MASK-BANK-FILE.
           *> 口座番号と口座名義をマスクする（名義は従業員名と同じ
           *> 置き換えになる。銀行・支店コードは残す）
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITTEN-COUNT
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'EMPBANK.DAT not available - skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-BANK-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Cannot create ' TEST-BANK-FILENAME
               ADD 1 TO WRITE-ERRORS
               CLOSE EMPLOYEE-BANK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO FILE-READ-COUNT
                       MOVE BK-ACCOUNT-NUMBER TO MASK-SOURCE
                       MOVE 10 TO MASK-LENGTH
                       PERFORM MASK-CHARACTERS
                       MOVE MASK-RESULT TO BK-ACCOUNT-NUMBER
                       MOVE BK-ACCOUNT-NAME TO MASK-SOURCE
                       PERFORM MASK-PERSON-NAME
                       MOVE MASK-RESULT TO BK-ACCOUNT-NAME
                       WRITE TEST-BANK-RECORD
                           FROM EMPLOYEE-BANK-RECORD
                       PERFORM COUNT-TEST-WRITE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE TEST-BANK-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'EMPBANK.DAT   read ' FILE-READ-COUNT
               ' written ' FILE-WRITTEN-COUNT.

       MASK-CUSTOMER-MASTER.
           *> 顧客名・住所・電話番号と与信限度額をマスクする
           *> （顧客ID・親会社ID・州・状態・条件・通貨は残す）
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITTEN-COUNT
           OPEN INPUT CUSTOMER-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'CUSTOMER.MAST not available - skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CUSTOMER-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Cannot create ' TEST-CUSTOMER-FILENAME
               ADD 1 TO WRITE-ERRORS
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO FILE-READ-COUNT
                       PERFORM MASK-ONE-CUSTOMER
                       WRITE TEST-CUSTOMER-RECORD
                           FROM CM-CUSTOMER-RECORD
                       PERFORM COUNT-TEST-WRITE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE TEST-CUSTOMER-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'CUSTOMER.MAST read ' FILE-READ-COUNT
               ' written ' FILE-WRITTEN-COUNT.

       MASK-ONE-CUSTOMER.
           MOVE CM-CUSTOMER-NAME TO MASK-SOURCE
           PERFORM MASK-COMPANY-NAME
           MOVE MASK-RESULT TO CM-CUSTOMER-NAME

           MOVE CM-STREET-ADDRESS TO MASK-SOURCE
           PERFORM MASK-STREET-ADDRESS
           MOVE MASK-RESULT TO CM-STREET-ADDRESS

           MOVE CM-CITY TO MASK-SOURCE
           PERFORM MASK-CITY-NAME
           MOVE MASK-RESULT TO CM-CITY

           MOVE CM-ZIP-CODE TO MASK-SOURCE
           MOVE 10 TO MASK-LENGTH
           PERFORM MASK-CHARACTERS
           MOVE MASK-RESULT TO CM-ZIP-CODE

           MOVE CM-CUSTOMER-PHONE TO MASK-SOURCE
           MOVE 15 TO MASK-LENGTH
           PERFORM MASK-CHARACTERS
           MOVE MASK-RESULT TO CM-CUSTOMER-PHONE

           MOVE CM-CUSTOMER-ID TO MASK-SOURCE
           MOVE CM-CREDIT-LIMIT TO AMOUNT-WORK
           PERFORM PERTURB-AMOUNT
           MOVE AMOUNT-WORK TO CM-CREDIT-LIMIT
           IF CM-GROUP-CREDIT-LIMIT > 0
               MOVE CM-CUSTOMER-ID TO MASK-SOURCE
               MOVE CM-GROUP-CREDIT-LIMIT TO AMOUNT-WORK
               PERFORM PERTURB-AMOUNT
               MOVE AMOUNT-WORK TO CM-GROUP-CREDIT-LIMIT
           END-IF.

       COUNT-TEST-WRITE.
           *> テスト用コピーへの書き込み結果を集計する
           ADD 1 TO RECORDS-READ
           IF FILE-STATUS-OK
               ADD 1 TO FILE-WRITTEN-COUNT
               ADD 1 TO RECORDS-WRITTEN
           ELSE
               ADD 1 TO WRITE-ERRORS
               DISPLAY 'Test copy write error (status '
                   FILE-STATUS ')'
           END-IF.

       *> ================================================================
       *> マスク処理（いずれもMASK-SOURCEの元の値から決まる）
       *> ================================================================

       COMPUTE-VALUE-HASH.
           *> MASK-SOURCE（英字は大文字に揃える）とKEY-HASHから
           *> VALUE-HASHを求める
           INSPECT MASK-SOURCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE KEY-HASH TO VALUE-HASH
           PERFORM VARYING CHAR-POS FROM 1 BY 1 UNTIL CHAR-POS > 40
               COMPUTE VALUE-HASH = FUNCTION MOD(
                   VALUE-HASH * 31
                   + FUNCTION ORD(MASK-SOURCE(CHAR-POS:1)),
                   HASH-PRIME)
           END-PERFORM.

       MASK-PERSON-NAME.
           *> 個人名を架空の「名 イニシャル. 姓」に置き換える。
           *> 元の値に小文字が無ければ大文字で返す（口座名義など）
           MOVE SPACES TO MASK-RESULT
           IF MASK-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MASK-SOURCE TO MASK-RESULT
           INSPECT MASK-RESULT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF MASK-RESULT = MASK-SOURCE
               MOVE 'Y' TO UPPER-CASE-SWITCH
           ELSE
               MOVE 'N' TO UPPER-CASE-SWITCH
           END-IF
           MOVE SPACES TO MASK-RESULT
           PERFORM COMPUTE-VALUE-HASH
           COMPUTE PICK-1 = FUNCTION MOD(VALUE-HASH, 20) + 1
           COMPUTE PICK-2 = FUNCTION MOD(VALUE-HASH / 20, 20) + 1
           COMPUTE PICK-3 = FUNCTION MOD(VALUE-HASH / 400, 26) + 1
           STRING FIRST-NAME(PICK-1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LETTERS(PICK-3:1) DELIMITED BY SIZE
                  '. ' DELIMITED BY SIZE
                  LAST-NAME(PICK-2) DELIMITED BY SPACE
               INTO MASK-RESULT
           END-STRING
           IF SOURCE-UPPER-CASE
               INSPECT MASK-RESULT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

       MASK-COMPANY-NAME.
           *> 顧客名を架空の「姓 接尾語 4桁番号」に置き換える
           MOVE SPACES TO MASK-RESULT
           IF MASK-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-VALUE-HASH
           COMPUTE PICK-1 = FUNCTION MOD(VALUE-HASH, 20) + 1
           COMPUTE PICK-2 = FUNCTION MOD(VALUE-HASH / 20, 5) + 1
           COMPUTE PICK-NUMBER = FUNCTION MOD(VALUE-HASH / 100, 10000)
           STRING LAST-NAME(PICK-1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  COMPANY-SUFFIX(PICK-2) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  PICK-NUMBER DELIMITED BY SIZE
               INTO MASK-RESULT
           END-STRING.

       MASK-STREET-ADDRESS.
           *> 番地を架空の「番号 通り名」に置き換える
           MOVE SPACES TO MASK-RESULT
           IF MASK-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-VALUE-HASH
           COMPUTE PICK-1 = FUNCTION MOD(VALUE-HASH, 10) + 1
           COMPUTE PICK-NUMBER = FUNCTION MOD(VALUE-HASH / 10, 9999)
               + 1
           STRING PICK-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STREET-NAME(PICK-1) DELIMITED BY '  '
               INTO MASK-RESULT
           END-STRING.

       MASK-CITY-NAME.
           *> 市を架空の市名に置き換える（同じ市は同じ架空名）
           MOVE SPACES TO MASK-RESULT
           IF MASK-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-VALUE-HASH
           COMPUTE PICK-1 = FUNCTION MOD(VALUE-HASH, 10) + 1
           MOVE CITY-NAME(PICK-1) TO MASK-RESULT.

       MASK-CHARACTERS.
           *> 番号類（口座番号・郵便番号・電話番号）の数字と英字を
           *> 置き換える。記号・空白の位置と桁構成はそのまま残す
           MOVE MASK-SOURCE TO MASK-RESULT
           PERFORM COMPUTE-VALUE-HASH
           MOVE VALUE-HASH TO RUNNING-HASH
           PERFORM VARYING CHAR-POS FROM 1 BY 1
                   UNTIL CHAR-POS > MASK-LENGTH
               COMPUTE RUNNING-HASH = FUNCTION MOD(
                   RUNNING-HASH * 31 + CHAR-POS, HASH-PRIME)
               IF MASK-RESULT(CHAR-POS:1) IS NUMERIC
                   COMPUTE PICK-1 =
                       FUNCTION MOD(RUNNING-HASH, 10)
                   MOVE PICK-1(2:1) TO MASK-RESULT(CHAR-POS:1)
               ELSE
                   IF MASK-RESULT(CHAR-POS:1) IS ALPHABETIC
                       AND MASK-RESULT(CHAR-POS:1) NOT = SPACE
                       COMPUTE PICK-1 =
                           FUNCTION MOD(RUNNING-HASH, 26) + 1
                       MOVE LETTERS(PICK-1:1)
                           TO MASK-RESULT(CHAR-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

       PERTURB-AMOUNT.
           *> AMOUNT-WORKを許容幅（TOLERANCE-PERCENT）内で増減する。
           *> 増減率はMASK-SOURCE（レコードのキー）から決まる
           IF AMOUNT-WORK = 0 OR TOLERANCE-PERCENT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-VALUE-HASH
           COMPUTE BASIS-POINTS = FUNCTION MOD(VALUE-HASH,
               TOLERANCE-PERCENT * 200 + 1)
               - TOLERANCE-PERCENT * 100
           COMPUTE AMOUNT-WORK ROUNDED =
               AMOUNT-WORK * (10000 + BASIS-POINTS) / 10000
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.

       *> ================================================================
       *> 完了レコード・監査ログ
       *> ================================================================

       WRITE-COMPLETION-RECORD.
           *> 構造化完了レコードの書き出し（拒否・書き込みエラーは
           *> 完了コード8。件数欄は読込件数・書込件数・エラー件数）
           OPEN EXTEND COMPLETION-FILE
           IF COMPLETION-FILE-STATUS NOT = '00'
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE 'DATAMASK' TO CC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TIMESTAMP
           MOVE COMPLETION-CODE-WORK TO CC-COMPLETION-CODE
           MOVE RECORDS-READ TO CC-TOTAL-COUNT
           MOVE RECORDS-WRITTEN TO CC-PROCESSED-COUNT
           IF TARGET-REFUSED
               MOVE 1 TO CC-ERROR-COUNT
           ELSE
               MOVE WRITE-ERRORS TO CC-ERROR-COUNT
           END-IF
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

           MOVE SPACES TO AUDIT-LOG-RECORD
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
                     INTO AUDIT-LOG-RECORD
           END-STRING

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

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

       END PROGRAM TEST-DATA-MASK.
