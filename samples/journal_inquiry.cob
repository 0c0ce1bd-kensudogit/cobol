       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-INQUIRY.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 変更ジャーナル照会プログラム（レコード1件の変更履歴と
       *> 任意時点の内容の再現）
       *>
       *> EMPLOYEE（従業員マスタ・銀行口座）、COMPREHENSIVE-SAMPLE
       *> （顧客マスタ・商品マスタ）、REORDER-REVIEW（商品マスタの
       *> 発注点）、PERIOD-MAINT（会計期間）が登録・更新・削除の
       *> たびに追記する変更ジャーナル（CHGJRNL.DAT）を読み、
       *> 指定したファイル・キーのレコードについて次の2区分を
       *> JRNLINQ.TXTへ出力します：
       *>   1. 変更履歴 - 該当する全エントリを記録順に、日時・操作・
       *>      オペレーター・プログラム・相関IDとともに出力し、
       *>      更新は変わった項目ごとに変更前後の値を並べる。指定
       *>      時点を過ぎた最初のエントリの前に区切り行を入れる
       *>   2. 指定時点の内容 - 指定時点以前の最後のエントリの変更
       *>      後イメージから項目ごとに再現する。指定時点以前に
       *>      エントリが無い場合は、指定時点より後の最初のエントリ
       *>      の変更前イメージを使う（ジャーナル記録開始前から
       *>      存在したレコードも再現できる）。削除後・登録前の
       *>      時点は「存在しない」と出力する
       *> 照会条件はJRNLINQ.CTL（1行1指示：FILE <ファイルID>／
       *> KEY <キー>／ASOF <YYYYMMDD[HHMMSS]>）で指定する。ASOFを
       *> 省略した場合は現在時点、日付のみの場合はその日の終わり
       *> とする。数字だけのキーは従業員IDは5桁、顧客IDは7桁に
       *> ゼロ詰めしてから照合する。
       *>
       *> 終了時に構造化完了レコード（プログラムID JRNLINQ）を
       *> 書き出す。照会条件の不備は完了コード8、該当エントリが
       *> 無い場合は完了コード4（警告）とする。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 変更ジャーナル（各保守プログラムが追記する）
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 照会条件の指示ファイル
           SELECT INQUIRY-CONTROL-FILE
               ASSIGN TO 'JRNLINQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 照会結果レポート
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO 'JRNLINQ.TXT'
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

       *> 変更ジャーナルレコード（EMPLOYEE・COMPREHENSIVE-SAMPLE・
       *> PERIOD-MAINTのCHANGE-JOURNAL-RECORDと同一レイアウト）
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-TIMESTAMP           PIC X(16).
           *> 記録日時（YYYYMMDDHHMMSS+1/100秒）
           05  FILLER                 PIC X(1).
           05  CJ-PROGRAM-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-FILE-ID             PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-ACTION              PIC X(1).
           *> A=登録、C=更新、D=削除
           05  FILLER                 PIC X(1).
           05  CJ-KEY                 PIC X(20).
           05  FILLER                 PIC X(1).
           05  CJ-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-CORRELATION-ID      PIC X(24).
           05  FILLER                 PIC X(1).
           05  CJ-SEQUENCE            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  CJ-IMAGE-LENGTH        PIC 9(3).
           05  FILLER                 PIC X(1).
           05  CJ-BEFORE-IMAGE        PIC X(200).
           05  FILLER                 PIC X(1).
           05  CJ-AFTER-IMAGE         PIC X(200).

       FD  INQUIRY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INQUIRY-CONTROL-RECORD.
           05  IC-TYPE                PIC X(10).
           05  IC-VALUE               PIC X(30).

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-LINE        PIC X(132).

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

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'JRNLINQ'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> ================================================================
       *> 照会条件（JRNLINQ.CTLで指定する）
       *> ================================================================

       01  INQUIRY-CONDITIONS.
           05  INQ-FILE-ID            PIC X(8)     VALUE SPACES.
           05  INQ-KEY                PIC X(20)    VALUE SPACES.
           05  INQ-ASOF               PIC X(14)    VALUE SPACES.
           05  INQ-KEY-LENGTH         PIC 9(2).
           05  INQ-KEY-NUMBER         PIC 9(7).
           05  INQ-KEY-NUMBER-X REDEFINES INQ-KEY-NUMBER
                                      PIC X(7).
           05  INQ-ERROR-MESSAGE      PIC X(60)    VALUE SPACES.

       01  INQUIRY-WORK.
           05  ENTRIES-READ           PIC 9(7)     VALUE 0.
           05  ENTRIES-MATCHED        PIC 9(5)     VALUE 0.
           05  ENTRIES-AFTER-ASOF     PIC 9(5)     VALUE 0.
           05  STATE-SOURCE           PIC X(1)     VALUE SPACE.
           *> L=指定時点以前の最後の変更後、F=指定時点後の最初の
           *> 変更前、空白=該当エントリなし
           05  STATE-EXISTS           PIC X(1)     VALUE 'N'.
               88  STATE-RECORD-EXISTS VALUE 'Y'.
           05  STATE-TIMESTAMP        PIC X(16).
           05  STATE-ACTION           PIC X(1).
           05  STATE-LENGTH           PIC 9(3)     VALUE 200.
           05  STATE-IMAGE            PIC X(200).
           05  ACTION-TEXT            PIC X(6).
           05  RAW-IMAGE-LABEL        PIC X(14).
           05  FORMAT-SOURCE          PIC X(200).
           05  FIELD-VALUE            PIC X(110).
           05  FIELD-INTEGER-LENGTH   PIC 9(3).
           05  FIELD-DECIMAL-OFFSET   PIC 9(3).
           05  BEFORE-VALUE           PIC X(110).
           05  FIELDS-FOR-FILE        PIC 9(3).
           05  CHUNK-START            PIC 9(3).
           05  COMPLETION-CODE-WORK   PIC 9(4)     VALUE 0.

       *> ================================================================
       *> ファイル別の項目定義（レコードイメージ内の開始位置・長さ・
       *> 暗黙の小数桁数。各プログラムのレコード構造と同一）
       *> ================================================================

       01  FIELD-DEFINITION-VALUES.
           05  FILLER PIC X(31) VALUE 'EMPLOYEEEMP-ID          0010050'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEENAME            0060300'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEEDEPARTMENT      0360200'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEESALARY          0560092'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEEHIRE-DATE       0650100'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEESTATUS          0750010'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEETERM-DATE       0760100'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEEGRADE           0860020'.
           05  FILLER PIC X(31) VALUE 'EMPLOYEELAST-CHANGED    0880080'.
           05  FILLER PIC X(31) VALUE 'EMPBANK EMP-ID          0010050'.
           05  FILLER PIC X(31) VALUE 'EMPBANK BANK-CODE       0060040'.
           05  FILLER PIC X(31) VALUE 'EMPBANK BRANCH-CODE     0100030'.
           05  FILLER PIC X(31) VALUE 'EMPBANK ACCOUNT-NUMBER  0130100'.
           05  FILLER PIC X(31) VALUE 'EMPBANK ACCOUNT-NAME    0230300'.
           05  FILLER PIC X(31) VALUE 'EMPBANK LAST-CHANGED    0530080'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTCUSTOMER-ID     0010070'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTNAME            0080300'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTSTREET-ADDRESS  0380400'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTCITY            0780200'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTSTATE           0980020'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTZIP-CODE        1000100'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTPHONE           1100150'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTCREDIT-LIMIT    1250102'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTSTATUS          1350010'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTDATE-CREATED    1360080'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTPAYMENT-TERMS   1440030'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTLEGAL-HOLD      1470010'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTCURRENCY        1480030'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTLAST-CHANGED    1510080'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTPREF-LOCATION   1590040'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTPARENT-ID       1640070'.
           05  FILLER PIC X(31) VALUE 'CUSTMASTGROUP-LIMIT     1710102'.
           05  FILLER PIC X(31) VALUE 'PRODMASTPRODUCT-ID      0010100'.
           05  FILLER PIC X(31) VALUE 'PRODMASTNAME            0110300'.
           05  FILLER PIC X(31) VALUE 'PRODMASTPRICE           0410072'.
           05  FILLER PIC X(31) VALUE 'PRODMASTDESCRIPTION     0481000'.
           05  FILLER PIC X(31) VALUE 'PRODMASTWARRANTY-MONTHS 1480030'.
           05  FILLER PIC X(31) VALUE 'PRODMASTCATEGORY        1510200'.
           05  FILLER PIC X(31) VALUE 'PRODMASTQTY-ON-HAND     1710070'.
           05  FILLER PIC X(31) VALUE 'PRODMASTREORDER-POINT   1780050'.
           05  FILLER PIC X(31) VALUE 'PRODMASTAVG-UNIT-COST   1830072'.
           05  FILLER PIC X(31) VALUE 'PRODMASTLAST-CHANGED    1900080'.
           05  FILLER PIC X(31) VALUE 'ACCTPERDPERIOD          0010060'.
           05  FILLER PIC X(31) VALUE 'ACCTPERDSTATUS          0080060'.
       01  FIELD-DEFINITION-TABLE REDEFINES FIELD-DEFINITION-VALUES.
           05  FIELD-DEFINITION OCCURS 44 TIMES
                    INDEXED BY FLD-INDEX.
               10  FLD-FILE-ID        PIC X(8).
               10  FLD-NAME           PIC X(16).
               10  FLD-OFFSET         PIC 9(3).
               10  FLD-LENGTH         PIC 9(3).
               10  FLD-DECIMALS       PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Change Journal Inquiry'
           DISPLAY '====================================='

           PERFORM LOAD-INQUIRY-CONTROL
           IF INQ-ERROR-MESSAGE NOT = SPACES
               DISPLAY INQ-ERROR-MESSAGE
               MOVE 8 TO COMPLETION-CODE-WORK
               MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE INQ-ERROR-MESSAGE TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-COMPLETION-RECORD
               STOP RUN
           END-IF

           PERFORM NORMALIZE-INQUIRY-KEY
           PERFORM COUNT-FILE-FIELDS

           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SCAN-CHANGE-JOURNAL
           PERFORM WRITE-RECONSTRUCTED-RECORD
           CLOSE INQUIRY-REPORT-FILE

           DISPLAY 'File / key:          ' INQ-FILE-ID ' ' INQ-KEY
           DISPLAY 'As of:               ' INQ-ASOF
           DISPLAY 'Journal entries read: ' ENTRIES-READ
           DISPLAY 'Entries for record:  ' ENTRIES-MATCHED
           DISPLAY 'Report written to JRNLINQ.TXT'

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Journal inquiry ' DELIMITED BY SIZE
                  INQ-FILE-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INQ-KEY DELIMITED BY SPACE
                  ' entries ' DELIMITED BY SIZE
                  ENTRIES-MATCHED DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           IF ENTRIES-MATCHED = 0
               MOVE 4 TO COMPLETION-CODE-WORK
               MOVE 'F' TO AUDIT-OUTCOME
           ELSE
               MOVE 0 TO COMPLETION-CODE-WORK
               MOVE 'S' TO AUDIT-OUTCOME
           END-IF
           PERFORM WRITE-AUDIT-LOG

           PERFORM WRITE-COMPLETION-RECORD
           STOP RUN.

       *> ================================================================
       *> 照会条件の読み込み
       *> ================================================================

       LOAD-INQUIRY-CONTROL.
           *> JRNLINQ.CTLの照会条件を読む（1行1指示）。ファイルIDと
           *> キーは必須。時点の省略時は現在、日付のみはその日の
           *> 終わりとする
           OPEN INPUT INQUIRY-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               MOVE 'No JRNLINQ.CTL - FILE and KEY are required'
                   TO INQ-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ INQUIRY-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-INQUIRY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE INQUIRY-CONTROL-FILE
           MOVE 'N' TO EOF-FLAG

           IF INQ-FILE-ID = SPACES OR INQ-KEY = SPACES
               MOVE 'JRNLINQ.CTL must give both FILE and KEY'
                   TO INQ-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF INQ-ASOF = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO INQ-ASOF
           END-IF
           IF INQ-ASOF(9:6) = SPACES
               MOVE '235959' TO INQ-ASOF(9:6)
           END-IF
           IF INQ-ASOF IS NOT NUMERIC
               MOVE 'ASOF must be YYYYMMDD or YYYYMMDDHHMMSS'
                   TO INQ-ERROR-MESSAGE
           END-IF.

       PARSE-INQUIRY-CONTROL-RECORD.
           EVALUATE IC-TYPE
               WHEN 'FILE'
                   MOVE IC-VALUE(1:8) TO INQ-FILE-ID
               WHEN 'KEY'
                   MOVE IC-VALUE(1:20) TO INQ-KEY
               WHEN 'ASOF'
                   MOVE IC-VALUE(1:14) TO INQ-ASOF
               WHEN OTHER
                   DISPLAY 'Unknown inquiry control type: ' IC-TYPE
           END-EVALUATE.

       NORMALIZE-INQUIRY-KEY.
           *> 数字だけのキーは各マスタのキー桁数にゼロ詰めする
           *> （ジャーナルのキーは数字項目をそのまま左詰めで記録
           *> している）
           MOVE 0 TO INQ-KEY-LENGTH
           INSPECT INQ-KEY TALLYING INQ-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF INQ-KEY-LENGTH = 0 OR INQ-KEY-LENGTH > 7
               EXIT PARAGRAPH
           END-IF
           IF INQ-KEY(1:INQ-KEY-LENGTH) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE INQ-KEY(1:INQ-KEY-LENGTH) TO INQ-KEY-NUMBER
           EVALUATE INQ-FILE-ID
               WHEN 'EMPLOYEE'
               WHEN 'EMPBANK'
                   MOVE SPACES TO INQ-KEY
                   MOVE INQ-KEY-NUMBER-X(3:5) TO INQ-KEY
               WHEN 'CUSTMAST'
                   MOVE SPACES TO INQ-KEY
                   MOVE INQ-KEY-NUMBER-X TO INQ-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-FILE-FIELDS.
           *> 照会するファイルの項目定義の数（0なら項目分解せず
           *> イメージをそのまま出力する）
           MOVE 0 TO FIELDS-FOR-FILE
           PERFORM VARYING FLD-INDEX FROM 1 BY 1
                   UNTIL FLD-INDEX > 44
               IF FLD-FILE-ID(FLD-INDEX) = INQ-FILE-ID
                   ADD 1 TO FIELDS-FOR-FILE
               END-IF
           END-PERFORM.

       *> ================================================================
       *> 変更履歴（ジャーナルを先頭から読み、該当エントリを出力）
       *> ================================================================

       WRITE-REPORT-HEADING.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING 'CHANGE JOURNAL INQUIRY  FILE ' DELIMITED BY SIZE
                  INQ-FILE-ID DELIMITED BY SPACE
                  '  KEY ' DELIMITED BY SIZE
                  INQ-KEY DELIMITED BY SPACE
                  '  AS OF ' DELIMITED BY SIZE
                  INQ-ASOF DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE '1. CHANGE HISTORY' TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE.

       SCAN-CHANGE-JOURNAL.
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF NOT FILE-STATUS-OK
               MOVE '   No change journal (CHGJRNL.DAT) on file'
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO ENTRIES-READ
                       IF CJ-FILE-ID = INQ-FILE-ID
                           AND CJ-KEY = INQ-KEY
                           PERFORM PROCESS-MATCHED-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE
           MOVE 'N' TO EOF-FLAG
           IF ENTRIES-MATCHED = 0
               MOVE '   No journal entries for this record'
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       PROCESS-MATCHED-ENTRY.
           *> 該当エントリ1件の出力と、指定時点の内容の元になる
           *> イメージの選択
           ADD 1 TO ENTRIES-MATCHED
           IF CJ-IMAGE-LENGTH IS NUMERIC
               AND CJ-IMAGE-LENGTH > 0
               MOVE CJ-IMAGE-LENGTH TO STATE-LENGTH
           END-IF
           IF CJ-TIMESTAMP(1:14) NOT > INQ-ASOF
               MOVE 'L' TO STATE-SOURCE
               MOVE CJ-TIMESTAMP TO STATE-TIMESTAMP
               MOVE CJ-ACTION TO STATE-ACTION
               IF CJ-ACTION = 'D'
                   MOVE 'N' TO STATE-EXISTS
                   MOVE SPACES TO STATE-IMAGE
               ELSE
                   MOVE 'Y' TO STATE-EXISTS
                   MOVE CJ-AFTER-IMAGE TO STATE-IMAGE
               END-IF
           ELSE
               ADD 1 TO ENTRIES-AFTER-ASOF
               IF ENTRIES-AFTER-ASOF = 1
                   PERFORM WRITE-ASOF-MARKER
                   IF STATE-SOURCE = SPACE
                       MOVE 'F' TO STATE-SOURCE
                       MOVE CJ-TIMESTAMP TO STATE-TIMESTAMP
                       MOVE CJ-ACTION TO STATE-ACTION
                       IF CJ-ACTION = 'A'
                           MOVE 'N' TO STATE-EXISTS
                           MOVE SPACES TO STATE-IMAGE
                       ELSE
                           MOVE 'Y' TO STATE-EXISTS
                           MOVE CJ-BEFORE-IMAGE TO STATE-IMAGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-HISTORY-ENTRY.

       WRITE-ASOF-MARKER.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '   ---------- as of ' DELIMITED BY SIZE
                  INQ-ASOF DELIMITED BY SIZE
                  ' ----------' DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

       WRITE-HISTORY-ENTRY.
           EVALUATE CJ-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO ACTION-TEXT
               WHEN 'C'
                   MOVE 'CHANGE' TO ACTION-TEXT
               WHEN 'D'
                   MOVE 'DELETE' TO ACTION-TEXT
               WHEN OTHER
                   MOVE CJ-ACTION TO ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '   ' DELIMITED BY SIZE
                  CJ-TIMESTAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CJ-TIMESTAMP(9:6) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  CJ-TIMESTAMP(15:2) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ACTION-TEXT DELIMITED BY SIZE
                  '  by ' DELIMITED BY SIZE
                  CJ-OPERATOR DELIMITED BY SIZE
                  '  via ' DELIMITED BY SIZE
                  CJ-PROGRAM-ID DELIMITED BY SIZE
                  '  correlation ' DELIMITED BY SIZE
                  CJ-CORRELATION-ID DELIMITED BY SPACE
                  ' #' DELIMITED BY SIZE
                  CJ-SEQUENCE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           IF CJ-ACTION NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           IF FIELDS-FOR-FILE = 0
               MOVE CJ-BEFORE-IMAGE TO FORMAT-SOURCE
               MOVE '      before:' TO RAW-IMAGE-LABEL
               PERFORM WRITE-RAW-IMAGE
               MOVE CJ-AFTER-IMAGE TO FORMAT-SOURCE
               MOVE '      after: ' TO RAW-IMAGE-LABEL
               PERFORM WRITE-RAW-IMAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FLD-INDEX FROM 1 BY 1
                   UNTIL FLD-INDEX > 44
               IF FLD-FILE-ID(FLD-INDEX) = INQ-FILE-ID
                   PERFORM WRITE-CHANGED-FIELD
               END-IF
           END-PERFORM.

       WRITE-CHANGED-FIELD.
           *> 変更前後で値が違う項目だけを2行で出力する
           IF CJ-BEFORE-IMAGE(FLD-OFFSET(FLD-INDEX):
                   FLD-LENGTH(FLD-INDEX))
               = CJ-AFTER-IMAGE(FLD-OFFSET(FLD-INDEX):
                   FLD-LENGTH(FLD-INDEX))
               EXIT PARAGRAPH
           END-IF
           MOVE CJ-BEFORE-IMAGE TO FORMAT-SOURCE
           PERFORM FORMAT-FIELD-VALUE
           MOVE FIELD-VALUE TO BEFORE-VALUE
           MOVE CJ-AFTER-IMAGE TO FORMAT-SOURCE
           PERFORM FORMAT-FIELD-VALUE

           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '      ' DELIMITED BY SIZE
                  FLD-NAME(FLD-INDEX) DELIMITED BY SIZE
                  ' before: ' DELIMITED BY SIZE
                  BEFORE-VALUE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '      ' DELIMITED BY SIZE
                  '                ' DELIMITED BY SIZE
                  ' after:  ' DELIMITED BY SIZE
                  FIELD-VALUE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

       FORMAT-FIELD-VALUE.
           *> FORMAT-SOURCEの現項目を取り出し、暗黙の小数桁がある
           *> 数字項目は小数点を入れて編集する
           MOVE SPACES TO FIELD-VALUE
           IF FLD-DECIMALS(FLD-INDEX) > 0
               AND FORMAT-SOURCE(FLD-OFFSET(FLD-INDEX):
                   FLD-LENGTH(FLD-INDEX)) IS NUMERIC
               COMPUTE FIELD-INTEGER-LENGTH =
                   FLD-LENGTH(FLD-INDEX) - FLD-DECIMALS(FLD-INDEX)
               COMPUTE FIELD-DECIMAL-OFFSET =
                   FLD-OFFSET(FLD-INDEX) + FIELD-INTEGER-LENGTH
               STRING FORMAT-SOURCE(FLD-OFFSET(FLD-INDEX):
                          FIELD-INTEGER-LENGTH) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      FORMAT-SOURCE(FIELD-DECIMAL-OFFSET:
                          FLD-DECIMALS(FLD-INDEX)) DELIMITED BY SIZE
                   INTO FIELD-VALUE
               END-STRING
           ELSE
               MOVE FORMAT-SOURCE(FLD-OFFSET(FLD-INDEX):
                   FLD-LENGTH(FLD-INDEX)) TO FIELD-VALUE
           END-IF.

       WRITE-RAW-IMAGE.
           *> 項目定義の無いファイルはイメージを100桁ずつ出力する
           PERFORM VARYING CHUNK-START FROM 1 BY 100
                   UNTIL CHUNK-START > STATE-LENGTH
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING RAW-IMAGE-LABEL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FORMAT-SOURCE(CHUNK-START:100)
                          DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
           END-PERFORM.

       *> ================================================================
       *> 指定時点の内容
       *> ================================================================

       WRITE-RECONSTRUCTED-RECORD.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '2. RECORD AS OF ' DELIMITED BY SIZE
                  INQ-ASOF DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           MOVE SPACES TO INQUIRY-REPORT-LINE
           EVALUATE TRUE
               WHEN STATE-SOURCE = SPACE
                   MOVE '   Not changed since journaling began - '
                       TO INQUIRY-REPORT-LINE
                   MOVE 'the current master record applies'
                       TO INQUIRY-REPORT-LINE(44:)
               WHEN STATE-SOURCE = 'L'
                   STRING '   From the after-image of the change at '
                              DELIMITED BY SIZE
                          STATE-TIMESTAMP DELIMITED BY SIZE
                       INTO INQUIRY-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '   From the before-image of the change at '
                              DELIMITED BY SIZE
                          STATE-TIMESTAMP DELIMITED BY SIZE
                       INTO INQUIRY-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE
           IF STATE-SOURCE = SPACE
               EXIT PARAGRAPH
           END-IF

           IF NOT STATE-RECORD-EXISTS
               MOVE SPACES TO INQUIRY-REPORT-LINE
               IF STATE-ACTION = 'D'
                   MOVE '   Record did not exist (deleted)'
                       TO INQUIRY-REPORT-LINE
               ELSE
                   MOVE '   Record did not exist (not yet added)'
                       TO INQUIRY-REPORT-LINE
               END-IF
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE STATE-IMAGE TO FORMAT-SOURCE
           IF FIELDS-FOR-FILE = 0
               MOVE '   image:' TO RAW-IMAGE-LABEL
               PERFORM WRITE-RAW-IMAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FLD-INDEX FROM 1 BY 1
                   UNTIL FLD-INDEX > 44
               IF FLD-FILE-ID(FLD-INDEX) = INQ-FILE-ID
                   PERFORM FORMAT-FIELD-VALUE
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING '   ' DELIMITED BY SIZE
                          FLD-NAME(FLD-INDEX) DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          FIELD-VALUE DELIMITED BY SIZE
                       INTO INQUIRY-REPORT-LINE
                   END-STRING
                   WRITE INQUIRY-REPORT-LINE
               END-IF
           END-PERFORM.

       *> ================================================================
       *> 完了レコード・監査ログ
       *> ================================================================

       WRITE-COMPLETION-RECORD.
           *> 構造化完了レコードの書き出し（件数欄は読んだジャーナル
           *> 件数・該当エントリ数・照会条件の不備なら1）
           OPEN EXTEND COMPLETION-FILE
           IF COMPLETION-FILE-STATUS NOT = '00'
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE 'JRNLINQ' TO CC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TIMESTAMP
           MOVE COMPLETION-CODE-WORK TO CC-COMPLETION-CODE
           MOVE ENTRIES-READ TO CC-TOTAL-COUNT
           MOVE ENTRIES-MATCHED TO CC-PROCESSED-COUNT
           IF COMPLETION-CODE-WORK = 8
               MOVE 1 TO CC-ERROR-COUNT
           ELSE
               MOVE 0 TO CC-ERROR-COUNT
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

       END PROGRAM JOURNAL-INQUIRY.
