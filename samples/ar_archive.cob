       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ARCHIVE.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 売掛金アーカイブプログラム（消込済みアイテムの退避と履歴照会）
       *>
       *> このプログラムは次の3ステップを順に実行します：
       *>   1. アーカイブ - AROPEN.DATの消込済み請求書（P）と充当
       *>      済みクレジットメモ（C）のうち、消込日が保存月数
       *>      （ARCHCTL.DATのMONTHS、既定12か月）より前のものを
       *>      売掛金履歴ファイル（ARHIST.DAT）へ移し、AROPEN.DAT
       *>      から削除する。消込日は入金履歴（ARRCPTH.DAT）の
       *>      最終入金日、入金履歴が無ければ支払期日（クレジット
       *>      メモは起票日）とする
       *>   2. 照合 - 移動前後の件数・請求額をAROPEN.DAT側と
       *>      ARHIST.DAT側の両方で集計し、移動前＝移動後＋移動分
       *>      が成り立つことを確認してARARCH.TXTへ出力する。
       *>      不一致は監査ログへ失敗として記録する
       *>   3. 履歴照会 - INQUIRY指示の顧客ごとに、AROPEN.DATと
       *>      ARHIST.DATの請求書・クレジットメモ、入金履歴の入金を
       *>      日付順に並べた取引履歴をARINQ.TXTへ出力する。マージ
       *>      マップ（MERGEMAP.DAT）で統合された旧顧客IDの履歴も
       *>      含める
       *>
       *> ARCHCTL.DATの指示：RUNDATE（処理日）、MONTHS（保存月数）、
       *> ARCHIVE N（照会のみ）、INQUIRY <顧客ID>（複数可）、
       *> OPERATOR（実行者）。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> オープン請求書ファイル（アーカイブ対象を削除する）
           SELECT AR-OPEN-FILE
               ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 売掛金履歴ファイル（アーカイブ済みアイテム）
           SELECT AR-HISTORY-FILE
               ASSIGN TO 'ARHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 入金履歴ファイル（ACCOUNTS-RECEIVABLEが追記する）
           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO 'ARRCPTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> マージマップ（CUSTOMER-MERGEが記録する旧ID→新ID）
           SELECT MERGE-MAP-FILE
               ASSIGN TO 'MERGEMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 実行指示ファイル
           SELECT ARCHIVE-CONTROL-FILE
               ASSIGN TO 'ARCHCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> アーカイブ照合レポート
           SELECT ARCHIVE-REPORT-FILE
               ASSIGN TO 'ARARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客別取引履歴レポート
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO 'ARINQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 取引履歴の日付順ソート用
           SELECT INQUIRY-SORT-FILE
               ASSIGN TO 'ARINQSRT.DAT'.

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

       *> オープン請求書レコード構造（ACCOUNTS-RECEIVABLEの
       *> AR-OPEN-RECORDと同一項目）
       FD  AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-OPEN-RECORD.
           05  AR-INVOICE-ID          PIC 9(8).
           05  AR-CUSTOMER-ID         PIC 9(7).
           05  AR-INVOICE-DATE        PIC X(8).
           05  AR-INVOICE-AMOUNT      PIC 9(7)V99.
           05  AR-AMOUNT-PAID         PIC 9(7)V99.
           05  AR-STATUS              PIC X(1).
               88  AR-ITEM-OPEN       VALUE 'O'.
               88  AR-ITEM-PAID       VALUE 'P'.
               88  AR-ITEM-CREDIT     VALUE 'C'.
           05  AR-DUE-DATE            PIC X(8).
           05  AR-ORIG-INVOICE        PIC 9(8).
           05  AR-CURRENCY-CODE       PIC X(3).
           05  AR-LOCAL-AMOUNT        PIC 9(9)V99.

       *> 売掛金履歴レコード構造（AR-OPEN-RECORDと同一項目に
       *> 消込日・アーカイブ日を付加）
       FD  AR-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-HISTORY-RECORD.
           05  AH-INVOICE-ID          PIC 9(8).
           05  AH-CUSTOMER-ID         PIC 9(7).
           05  AH-INVOICE-DATE        PIC X(8).
           05  AH-INVOICE-AMOUNT      PIC 9(7)V99.
           05  AH-AMOUNT-PAID         PIC 9(7)V99.
           05  AH-STATUS              PIC X(1).
           05  AH-DUE-DATE            PIC X(8).
           05  AH-ORIG-INVOICE        PIC 9(8).
           05  AH-CURRENCY-CODE       PIC X(3).
           05  AH-LOCAL-AMOUNT        PIC 9(9)V99.
           05  AH-SETTLED-DATE        PIC X(8).
           *> 消込日（アーカイブ対象の判定に使った日付）
           05  AH-ARCHIVED-DATE       PIC X(8).
           *> AROPEN.DATから移動した処理日

       *> 入金履歴レコード構造（ACCOUNTS-RECEIVABLEの
       *> RECEIPT-HISTORY-RECORDと同一）
       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-RECEIPT-DATE        PIC X(8).
           05  FILLER                 PIC X(1).
           05  RH-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  RH-INVOICE-ID          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  RH-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  RH-DUE-DATE            PIC X(8).

       *> マージマップレコード構造（CUSTOMER-MERGEの
       *> MERGE-MAP-RECORDと同一）
       FD  MERGE-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-MAP-RECORD.
           05  MM-OLD-CUSTOMER-ID     PIC 9(7).
           05  FILLER                 PIC X(1).
           05  MM-NEW-CUSTOMER-ID     PIC 9(7).
           05  FILLER                 PIC X(1).
           05  MM-MERGE-DATE          PIC X(8).

       *> 実行指示（種別10桁＋値）
       FD  ARCHIVE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CONTROL-RECORD.
           05  AC-CONTROL-TYPE        PIC X(10).
           05  AC-CONTROL-VALUE       PIC X(70).

       FD  ARCHIVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REPORT-LINE        PIC X(132).

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-LINE        PIC X(132).

       *> 取引履歴の1行（照会顧客・日付・区分の順に並べる。
       *> 区分は1=請求書、2=クレジットメモ、3=入金）
       SD  INQUIRY-SORT-FILE.
       01  INQUIRY-SORT-RECORD.
           05  IS-REQUEST-ID          PIC 9(7).
           05  IS-EVENT-DATE          PIC X(8).
           05  IS-EVENT-KIND          PIC X(1).
           05  IS-INVOICE-ID          PIC 9(8).
           05  IS-CUSTOMER-ID         PIC 9(7).
           05  IS-AMOUNT              PIC 9(7)V99.
           05  IS-AMOUNT-PAID         PIC 9(7)V99.
           05  IS-STATUS              PIC X(1).
           05  IS-SOURCE              PIC X(4).

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
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.

       01  AUDIT-FILE-STATUS          PIC X(2).

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'ARARCH'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       01  ARCHIVE-CONTROL.
           05  RUN-DATE               PIC X(8)     VALUE SPACES.
           05  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(8).
           05  RETENTION-MONTHS       PIC 9(3)     VALUE 12.
           05  ARCHIVE-SWITCH         PIC X(1)     VALUE 'Y'.
               88  ARCHIVE-REQUESTED  VALUE 'Y'.
           *> 保存期限日（処理日の保存月数前。月末日は28日に丸める）
           05  CUTOFF-DATE            PIC X(8)     VALUE SPACES.
           05  CUTOFF-PARTS REDEFINES CUTOFF-DATE.
               10  CUTOFF-YEAR        PIC 9(4).
               10  CUTOFF-MONTH       PIC 9(2).
               10  CUTOFF-DAY         PIC 9(2).
           05  CUTOFF-MONTH-COUNT     PIC 9(6)     VALUE 0.
           05  INQUIRY-VALUE          PIC X(7).

       *> 照会対象の顧客（INQUIRY指示の顧客と、マージで統合された
       *> 旧顧客ID。IQ-REQUEST-IDは照会した顧客）
       01  INQUIRY-TABLE.
           05  IQ-COUNT               PIC 9(3)     VALUE 0.
           05  IQ-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON IQ-COUNT
                    INDEXED BY IQ-INDEX IQ-SCAN-INDEX.
               10  IQ-CUSTOMER-ID     PIC 9(7).
               10  IQ-REQUEST-ID      PIC 9(7).

       01  MERGE-MAP-TABLE.
           05  MP-COUNT               PIC 9(4)     VALUE 0.
           05  MP-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON MP-COUNT
                    INDEXED BY MP-INDEX.
               10  MP-OLD-ID          PIC 9(7).
               10  MP-NEW-ID          PIC 9(7).

       *> 請求書別の最終入金日（消込日の特定用）
       01  RECEIPT-DATE-TABLE.
           05  RD-COUNT               PIC 9(4)     VALUE 0.
           05  RD-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON RD-COUNT
                    INDEXED BY RD-INDEX.
               10  RD-INVOICE-ID      PIC 9(8).
               10  RD-LAST-DATE       PIC X(8).

       *> 件数・請求額の照合（移動前＝移動後＋移動分）
       01  ARCHIVE-CONTROL-TOTALS.
           05  LIVE-BEFORE-COUNT      PIC 9(7)     VALUE 0.
           05  LIVE-BEFORE-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  LIVE-AFTER-COUNT       PIC 9(7)     VALUE 0.
           05  LIVE-AFTER-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  HIST-BEFORE-COUNT      PIC 9(7)     VALUE 0.
           05  HIST-BEFORE-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  HIST-AFTER-COUNT       PIC 9(7)     VALUE 0.
           05  HIST-AFTER-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  MOVED-COUNT            PIC 9(7)     VALUE 0.
           05  MOVED-AMOUNT           PIC 9(11)V99 VALUE 0.
           05  MOVED-PAID-COUNT       PIC 9(7)     VALUE 0.
           05  MOVED-CREDIT-COUNT     PIC 9(7)     VALUE 0.
           05  ALREADY-ARCHIVED-COUNT PIC 9(5)     VALUE 0.
           05  TOTALS-BALANCED        PIC X(1)     VALUE 'Y'.
               88  CONTROL-TOTALS-BALANCE VALUE 'Y'.

       01  ARCHIVE-WORK.
           05  SETTLED-DATE           PIC X(8).
           05  COUNT-COUNT            PIC 9(7)     VALUE 0.
           05  COUNT-AMOUNT           PIC 9(11)V99 VALUE 0.
           05  ADDED-SWITCH           PIC X(1)     VALUE 'N'.
           05  RD-OVERFLOW-SWITCH     PIC X(1)     VALUE 'N'.
               88  RD-OVERFLOW        VALUE 'Y'.
           05  CURRENT-REQUEST-ID     PIC 9(7)     VALUE 0.
           05  INQ-INVOICED-TOTAL     PIC 9(9)V99  VALUE 0.
           05  INQ-CREDIT-TOTAL       PIC 9(9)V99  VALUE 0.
           05  INQ-RECEIVED-TOTAL     PIC 9(9)V99  VALUE 0.
           05  INQ-OPEN-BALANCE       PIC 9(9)V99  VALUE 0.
           05  INQ-LINE-COUNT         PIC 9(5)     VALUE 0.

       01  REPORT-FIELDS.
           05  COUNT-DISPLAY          PIC Z(6)9.
           05  AMOUNT-DISPLAY         PIC Z(10)9.99.
           05  ITEM-AMOUNT-DISPLAY    PIC Z(6)9.99.
           05  ITEM-PAID-DISPLAY      PIC Z(6)9.99.
           05  KIND-TEXT              PIC X(7).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'AR Archive and History Inquiry'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-ARCHIVE-CONTROL
           PERFORM LOAD-RECEIPT-DATES
           *> 最終入金日が表に収まらない請求書は期日で判定されて
           *> 早すぎる移動になるため、アーカイブの実行を拒否する
           IF ARCHIVE-REQUESTED AND RD-OVERFLOW
               DISPLAY '*** ARRCPTH.DAT exceeds 5000 invoices - '
                   'run refused, nothing archived'
               MOVE 'LOAD-RECEIPT-DATES' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Receipt history exceeds table size - run refused'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ARCHIVE-REQUESTED
               PERFORM ARCHIVE-SETTLED-ITEMS
           END-IF

           IF IQ-COUNT > 0
               PERFORM LOAD-MERGE-MAP
               PERFORM EXPAND-MERGED-CUSTOMERS
               SORT INQUIRY-SORT-FILE
                   ON ASCENDING KEY IS-REQUEST-ID
                                    IS-EVENT-DATE
                                    IS-EVENT-KIND
                                    IS-INVOICE-ID
                   INPUT PROCEDURE IS RELEASE-INQUIRY-ITEMS
                   OUTPUT PROCEDURE IS WRITE-INQUIRY-REPORT
           END-IF

           DISPLAY '====================================='
           STOP RUN.

       LOAD-ARCHIVE-CONTROL.
           *> 実行指示の読み込み（ファイルが無い場合は当日・12か月で
           *> アーカイブのみ行う）
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ ARCHIVE-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE AC-CONTROL-TYPE
                           WHEN 'RUNDATE'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO RUN-DATE
                               END-UNSTRING
                           WHEN 'MONTHS'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO RETENTION-MONTHS
                               END-UNSTRING
                           WHEN 'ARCHIVE'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO ARCHIVE-SWITCH
                               END-UNSTRING
                           WHEN 'INQUIRY'
                               PERFORM ADD-INQUIRY-CUSTOMER
                           WHEN 'OPERATOR'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized archive control '
                                   'type: ' AC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CONTROL-FILE
           MOVE 'N' TO EOF-FLAG
           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'Invalid RUNDATE - today used: ' RUN-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF
           IF RETENTION-MONTHS = 0
               MOVE 12 TO RETENTION-MONTHS
           END-IF

           *> 保存期限日（処理日から保存月数を遡った日）
           MOVE RUN-DATE TO CUTOFF-DATE
           COMPUTE CUTOFF-MONTH-COUNT =
               CUTOFF-YEAR * 12 + CUTOFF-MONTH - 1 - RETENTION-MONTHS
           DIVIDE CUTOFF-MONTH-COUNT BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH
           ADD 1 TO CUTOFF-MONTH
           IF CUTOFF-DAY > 28
               MOVE 28 TO CUTOFF-DAY
           END-IF.

       ADD-INQUIRY-CUSTOMER.
           *> INQUIRY <顧客ID> を照会対象へ加える
           MOVE SPACES TO INQUIRY-VALUE
           UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
               INTO INQUIRY-VALUE
           END-UNSTRING
           IF INQUIRY-VALUE IS NOT NUMERIC
               DISPLAY 'Invalid INQUIRY customer: ' AC-CONTROL-VALUE
               EXIT PARAGRAPH
           END-IF
           IF IQ-COUNT < 200
               ADD 1 TO IQ-COUNT
               MOVE INQUIRY-VALUE TO IQ-CUSTOMER-ID(IQ-COUNT)
               MOVE INQUIRY-VALUE TO IQ-REQUEST-ID(IQ-COUNT)
           END-IF.

       LOAD-RECEIPT-DATES.
           *> 請求書別の最終入金日（履歴は時系列に追記されるため
           *> 後に読んだ日付で上書きする）
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RH-RECEIPT-DATE IS NUMERIC
                           SET RD-INDEX TO 1
                           SEARCH RD-ENTRY
                               AT END
                                   IF RD-COUNT < 5000
                                       ADD 1 TO RD-COUNT
                                       SET RD-INDEX TO RD-COUNT
                                       MOVE RH-INVOICE-ID
                                           TO RD-INVOICE-ID(RD-INDEX)
                                       MOVE RH-RECEIPT-DATE
                                           TO RD-LAST-DATE(RD-INDEX)
                                   ELSE
                                       MOVE 'Y' TO RD-OVERFLOW-SWITCH
                                   END-IF
                               WHEN RD-INVOICE-ID(RD-INDEX)
                                       = RH-INVOICE-ID
                                   MOVE RH-RECEIPT-DATE
                                       TO RD-LAST-DATE(RD-INDEX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ1：アーカイブ
       *> ================================================================

       ARCHIVE-SETTLED-ITEMS.
           DISPLAY 'Archive cutoff (settled before): ' CUTOFF-DATE

           PERFORM COUNT-LIVE-ITEMS
           MOVE COUNT-COUNT TO LIVE-BEFORE-COUNT
           MOVE COUNT-AMOUNT TO LIVE-BEFORE-AMOUNT
           PERFORM COUNT-HISTORY-ITEMS
           MOVE COUNT-COUNT TO HIST-BEFORE-COUNT
           MOVE COUNT-AMOUNT TO HIST-BEFORE-AMOUNT

           OPEN I-O AR-OPEN-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'AROPEN.DAT not found - nothing to archive'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AR-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT AR-HISTORY-FILE
               CLOSE AR-HISTORY-FILE
               OPEN I-O AR-HISTORY-FILE
           END-IF

           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO AR-INVOICE-ID
           START AR-OPEN-FILE KEY IS NOT LESS THAN AR-INVOICE-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM ARCHIVE-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           CLOSE AR-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG

           PERFORM COUNT-LIVE-ITEMS
           MOVE COUNT-COUNT TO LIVE-AFTER-COUNT
           MOVE COUNT-AMOUNT TO LIVE-AFTER-AMOUNT
           PERFORM COUNT-HISTORY-ITEMS
           MOVE COUNT-COUNT TO HIST-AFTER-COUNT
           MOVE COUNT-AMOUNT TO HIST-AFTER-AMOUNT

           PERFORM WRITE-ARCHIVE-REPORT.

       ARCHIVE-ONE-ITEM.
           *> 保存期限より前に消込済みのアイテムを履歴へ移す
           IF NOT AR-ITEM-PAID AND NOT AR-ITEM-CREDIT
               EXIT PARAGRAPH
           END-IF
           IF AR-ITEM-CREDIT
               MOVE AR-INVOICE-DATE TO SETTLED-DATE
           ELSE
               IF AR-DUE-DATE IS NUMERIC
                   MOVE AR-DUE-DATE TO SETTLED-DATE
               ELSE
                   MOVE AR-INVOICE-DATE TO SETTLED-DATE
               END-IF
               IF RD-COUNT > 0
                   SET RD-INDEX TO 1
                   SEARCH RD-ENTRY
                       WHEN RD-INVOICE-ID(RD-INDEX) = AR-INVOICE-ID
                           MOVE RD-LAST-DATE(RD-INDEX)
                               TO SETTLED-DATE
                   END-SEARCH
               END-IF
           END-IF
           IF SETTLED-DATE IS NOT NUMERIC
               OR SETTLED-DATE NOT < CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE AR-OPEN-RECORD TO AR-HISTORY-RECORD
           MOVE SETTLED-DATE TO AH-SETTLED-DATE
           MOVE RUN-DATE TO AH-ARCHIVED-DATE
           WRITE AR-HISTORY-RECORD
               INVALID KEY
                   *> 同じ請求書番号が既に履歴にある場合は削除せず
                   *> 残す（照合レポートで確認する）
                   ADD 1 TO ALREADY-ARCHIVED-COUNT
                   DISPLAY 'Already in ARHIST.DAT - kept live: '
                       AR-INVOICE-ID
                   EXIT PARAGRAPH
           END-WRITE

           DELETE AR-OPEN-FILE RECORD
               INVALID KEY
                   DISPLAY 'AROPEN.DAT delete failed: ' AR-INVOICE-ID
               NOT INVALID KEY
                   ADD 1 TO MOVED-COUNT
                   ADD AR-INVOICE-AMOUNT TO MOVED-AMOUNT
                   IF AR-ITEM-CREDIT
                       ADD 1 TO MOVED-CREDIT-COUNT
                   ELSE
                       ADD 1 TO MOVED-PAID-COUNT
                   END-IF
           END-DELETE.

       COUNT-LIVE-ITEMS.
           *> AROPEN.DATの件数と請求額合計
           MOVE 0 TO COUNT-COUNT
           MOVE 0 TO COUNT-AMOUNT
           OPEN INPUT AR-OPEN-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO COUNT-COUNT
                       ADD AR-INVOICE-AMOUNT TO COUNT-AMOUNT
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           MOVE 'N' TO EOF-FLAG.

       COUNT-HISTORY-ITEMS.
           *> ARHIST.DATの件数と請求額合計
           MOVE 0 TO COUNT-COUNT
           MOVE 0 TO COUNT-AMOUNT
           OPEN INPUT AR-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AR-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO COUNT-COUNT
                       ADD AH-INVOICE-AMOUNT TO COUNT-AMOUNT
               END-READ
           END-PERFORM
           CLOSE AR-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ2：件数・金額の照合
       *> ================================================================

       WRITE-ARCHIVE-REPORT.
           MOVE 'Y' TO TOTALS-BALANCED
           IF LIVE-BEFORE-COUNT NOT = LIVE-AFTER-COUNT + MOVED-COUNT
               OR LIVE-BEFORE-AMOUNT
                   NOT = LIVE-AFTER-AMOUNT + MOVED-AMOUNT
               OR HIST-AFTER-COUNT NOT = HIST-BEFORE-COUNT + MOVED-COUNT
               OR HIST-AFTER-AMOUNT
                   NOT = HIST-BEFORE-AMOUNT + MOVED-AMOUNT
               MOVE 'N' TO TOTALS-BALANCED
           END-IF

           OPEN OUTPUT ARCHIVE-REPORT-FILE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           STRING 'AR ARCHIVE CONTROL TOTALS ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '  SETTLED BEFORE ' DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE '                          COUNT            AMOUNT'
               TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE

           MOVE LIVE-BEFORE-COUNT TO COUNT-COUNT
           MOVE LIVE-BEFORE-AMOUNT TO COUNT-AMOUNT
           MOVE 'AROPEN.DAT before' TO ARCHIVE-REPORT-LINE
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE MOVED-COUNT TO COUNT-COUNT
           MOVE MOVED-AMOUNT TO COUNT-AMOUNT
           MOVE 'Moved to ARHIST.DAT' TO ARCHIVE-REPORT-LINE
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE LIVE-AFTER-COUNT TO COUNT-COUNT
           MOVE LIVE-AFTER-AMOUNT TO COUNT-AMOUNT
           MOVE 'AROPEN.DAT after' TO ARCHIVE-REPORT-LINE
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE HIST-BEFORE-COUNT TO COUNT-COUNT
           MOVE HIST-BEFORE-AMOUNT TO COUNT-AMOUNT
           MOVE 'ARHIST.DAT before' TO ARCHIVE-REPORT-LINE
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE HIST-AFTER-COUNT TO COUNT-COUNT
           MOVE HIST-AFTER-AMOUNT TO COUNT-AMOUNT
           MOVE 'ARHIST.DAT after' TO ARCHIVE-REPORT-LINE
           PERFORM WRITE-CONTROL-TOTAL-LINE

           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           STRING 'Paid invoices moved: ' DELIMITED BY SIZE
                  MOVED-PAID-COUNT DELIMITED BY SIZE
                  '  credit memos moved: ' DELIMITED BY SIZE
                  MOVED-CREDIT-COUNT DELIMITED BY SIZE
                  '  already archived (kept live): ' DELIMITED BY SIZE
                  ALREADY-ARCHIVED-COUNT DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           IF CONTROL-TOTALS-BALANCE
               MOVE 'Control totals balance on both files.'
                   TO ARCHIVE-REPORT-LINE
           ELSE
               MOVE '*** CONTROL TOTALS DO NOT BALANCE ***'
                   TO ARCHIVE-REPORT-LINE
           END-IF
           WRITE ARCHIVE-REPORT-LINE
           CLOSE ARCHIVE-REPORT-FILE

           DISPLAY 'Items archived: ' MOVED-COUNT
           DISPLAY 'Control totals written to ARARCH.TXT'

           MOVE 'ARCHIVE-SETTLED-ITEMS' TO AUDIT-PARAGRAPH-ID
           MOVE SPACES TO AUDIT-MESSAGE
           IF CONTROL-TOTALS-BALANCE
               MOVE 'S' TO AUDIT-OUTCOME
               STRING 'AR items archived ' DELIMITED BY SIZE
                      MOVED-COUNT DELIMITED BY SIZE
                      ' settled before ' DELIMITED BY SIZE
                      CUTOFF-DATE DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
           ELSE
               MOVE 'F' TO AUDIT-OUTCOME
               DISPLAY '*** Archive control totals do not balance ***'
               STRING 'AR archive control totals out of balance '
                          DELIMITED BY SIZE
                      MOVED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       WRITE-CONTROL-TOTAL-LINE.
           *> 見出し（ARCHIVE-REPORT-LINEの先頭に設定済み）の後ろに
           *> 件数と金額を付けて出力する
           MOVE COUNT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-AMOUNT TO AMOUNT-DISPLAY
           MOVE COUNT-DISPLAY TO ARCHIVE-REPORT-LINE(24:7)
           MOVE AMOUNT-DISPLAY TO ARCHIVE-REPORT-LINE(33:14)
           WRITE ARCHIVE-REPORT-LINE.

       *> ================================================================
       *> ステップ3：顧客別取引履歴の照会
       *> ================================================================

       LOAD-MERGE-MAP.
           OPEN INPUT MERGE-MAP-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ MERGE-MAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF MP-COUNT < 2000
                           AND MM-OLD-CUSTOMER-ID IS NUMERIC
                           AND MM-NEW-CUSTOMER-ID IS NUMERIC
                           ADD 1 TO MP-COUNT
                           MOVE MM-OLD-CUSTOMER-ID
                               TO MP-OLD-ID(MP-COUNT)
                           MOVE MM-NEW-CUSTOMER-ID
                               TO MP-NEW-ID(MP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-MAP-FILE
           MOVE 'N' TO EOF-FLAG.

       EXPAND-MERGED-CUSTOMERS.
           *> 照会顧客へ統合された旧顧客IDを照会対象へ加える（旧IDが
           *> さらに別の旧IDの統合先である連鎖も追跡する）
           IF MP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ADDED-SWITCH
           PERFORM UNTIL ADDED-SWITCH = 'N'
               MOVE 'N' TO ADDED-SWITCH
               PERFORM VARYING MP-INDEX FROM 1 BY 1
                       UNTIL MP-INDEX > MP-COUNT
                   PERFORM VARYING IQ-INDEX FROM 1 BY 1
                           UNTIL IQ-INDEX > IQ-COUNT
                       IF IQ-CUSTOMER-ID(IQ-INDEX) = MP-NEW-ID(MP-INDEX)
                           PERFORM ADD-MERGED-CUSTOMER
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       ADD-MERGED-CUSTOMER.
           *> 同じ照会の中で未登録の旧IDであれば加える
           PERFORM VARYING IQ-SCAN-INDEX FROM 1 BY 1
                   UNTIL IQ-SCAN-INDEX > IQ-COUNT
               IF IQ-CUSTOMER-ID(IQ-SCAN-INDEX) = MP-OLD-ID(MP-INDEX)
                   AND IQ-REQUEST-ID(IQ-SCAN-INDEX)
                       = IQ-REQUEST-ID(IQ-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF IQ-COUNT < 200
               ADD 1 TO IQ-COUNT
               MOVE MP-OLD-ID(MP-INDEX) TO IQ-CUSTOMER-ID(IQ-COUNT)
               MOVE IQ-REQUEST-ID(IQ-INDEX) TO IQ-REQUEST-ID(IQ-COUNT)
               MOVE 'Y' TO ADDED-SWITCH
           END-IF.

       RELEASE-INQUIRY-ITEMS.
           *> AROPEN.DAT・ARHIST.DATの請求書と入金履歴の入金のうち、
           *> 照会対象の顧客のものをソートへ渡す
           OPEN INPUT AR-OPEN-FILE
           IF FILE-STATUS-OK
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ AR-OPEN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE AR-OPEN-RECORD TO AR-HISTORY-RECORD
                           MOVE 'LIVE' TO IS-SOURCE
                           PERFORM RELEASE-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF

           OPEN INPUT AR-HISTORY-FILE
           IF FILE-STATUS-OK
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ AR-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE 'ARCH' TO IS-SOURCE
                           PERFORM RELEASE-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE AR-HISTORY-FILE
           END-IF

           OPEN INPUT RECEIPT-HISTORY-FILE
           IF FILE-STATUS-OK
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ RECEIPT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM RELEASE-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG.

       RELEASE-ONE-INVOICE.
           *> AR-HISTORY-RECORDの形式に揃えた請求書1件を、照会対象の
           *> 顧客ごとに渡す
           PERFORM VARYING IQ-INDEX FROM 1 BY 1
                   UNTIL IQ-INDEX > IQ-COUNT
               IF IQ-CUSTOMER-ID(IQ-INDEX) = AH-CUSTOMER-ID
                   MOVE IQ-REQUEST-ID(IQ-INDEX) TO IS-REQUEST-ID
                   MOVE AH-INVOICE-DATE TO IS-EVENT-DATE
                   IF AH-STATUS = 'C'
                       MOVE '2' TO IS-EVENT-KIND
                   ELSE
                       MOVE '1' TO IS-EVENT-KIND
                   END-IF
                   MOVE AH-INVOICE-ID TO IS-INVOICE-ID
                   MOVE AH-CUSTOMER-ID TO IS-CUSTOMER-ID
                   MOVE AH-INVOICE-AMOUNT TO IS-AMOUNT
                   MOVE AH-AMOUNT-PAID TO IS-AMOUNT-PAID
                   MOVE AH-STATUS TO IS-STATUS
                   RELEASE INQUIRY-SORT-RECORD
               END-IF
           END-PERFORM.

       RELEASE-ONE-RECEIPT.
           PERFORM VARYING IQ-INDEX FROM 1 BY 1
                   UNTIL IQ-INDEX > IQ-COUNT
               IF IQ-CUSTOMER-ID(IQ-INDEX) = RH-CUSTOMER-ID
                   MOVE IQ-REQUEST-ID(IQ-INDEX) TO IS-REQUEST-ID
                   MOVE RH-RECEIPT-DATE TO IS-EVENT-DATE
                   MOVE '3' TO IS-EVENT-KIND
                   MOVE RH-INVOICE-ID TO IS-INVOICE-ID
                   MOVE RH-CUSTOMER-ID TO IS-CUSTOMER-ID
                   MOVE RH-AMOUNT TO IS-AMOUNT
                   MOVE 0 TO IS-AMOUNT-PAID
                   MOVE SPACES TO IS-STATUS
                   MOVE 'RCPT' TO IS-SOURCE
                   RELEASE INQUIRY-SORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-INQUIRY-REPORT.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING 'CUSTOMER INVOICE AND PAYMENT HISTORY  ' DELIMITED
                      BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           MOVE 0 TO CURRENT-REQUEST-ID
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               RETURN INQUIRY-SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF IS-REQUEST-ID NOT = CURRENT-REQUEST-ID
                           PERFORM WRITE-INQUIRY-TOTALS
                           MOVE IS-REQUEST-ID TO CURRENT-REQUEST-ID
                           PERFORM WRITE-INQUIRY-HEADING
                       END-IF
                       PERFORM WRITE-INQUIRY-LINE
               END-RETURN
           END-PERFORM
           PERFORM WRITE-INQUIRY-TOTALS
           MOVE 'N' TO EOF-FLAG
           CLOSE INQUIRY-REPORT-FILE

           DISPLAY 'History inquiry written to ARINQ.TXT'
           MOVE 'WRITE-INQUIRY-REPORT' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'AR history inquiry lines ' DELIMITED BY SIZE
                  INQ-LINE-COUNT DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-INQUIRY-HEADING.
           MOVE 0 TO INQ-INVOICED-TOTAL
           MOVE 0 TO INQ-CREDIT-TOTAL
           MOVE 0 TO INQ-RECEIVED-TOTAL
           MOVE 0 TO INQ-OPEN-BALANCE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  CURRENT-REQUEST-ID DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING 'DATE     TYPE    DOCUMENT CUST-ID      AMOUNT'
                      DELIMITED BY SIZE
                  '        PAID ST SOURCE' DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

       WRITE-INQUIRY-LINE.
           EVALUATE IS-EVENT-KIND
               WHEN '1'
                   MOVE 'INVOICE' TO KIND-TEXT
                   ADD IS-AMOUNT TO INQ-INVOICED-TOTAL
                   IF IS-STATUS = 'O' AND IS-AMOUNT > IS-AMOUNT-PAID
                       COMPUTE INQ-OPEN-BALANCE = INQ-OPEN-BALANCE
                           + IS-AMOUNT - IS-AMOUNT-PAID
                   END-IF
               WHEN '2'
                   MOVE 'CREDIT' TO KIND-TEXT
                   ADD IS-AMOUNT TO INQ-CREDIT-TOTAL
               WHEN OTHER
                   MOVE 'RECEIPT' TO KIND-TEXT
                   ADD IS-AMOUNT TO INQ-RECEIVED-TOTAL
           END-EVALUATE
           MOVE IS-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE IS-AMOUNT-PAID TO ITEM-PAID-DISPLAY
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING IS-EVENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KIND-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IS-INVOICE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IS-CUSTOMER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-PAID-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IS-STATUS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  IS-SOURCE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           IF IS-EVENT-KIND = '3'
               MOVE SPACES TO INQUIRY-REPORT-LINE(46:10)
           END-IF
           WRITE INQUIRY-REPORT-LINE
           ADD 1 TO INQ-LINE-COUNT.

       WRITE-INQUIRY-TOTALS.
           IF CURRENT-REQUEST-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE INQ-INVOICED-TOTAL TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING '  Invoiced: ' DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           MOVE INQ-CREDIT-TOTAL TO ITEM-AMOUNT-DISPLAY
           STRING '  Credits: ' DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE(25:)
           END-STRING
           MOVE INQ-RECEIVED-TOTAL TO ITEM-AMOUNT-DISPLAY
           STRING '  Received: ' DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE(47:)
           END-STRING
           MOVE INQ-OPEN-BALANCE TO ITEM-AMOUNT-DISPLAY
           STRING '  Open: ' DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE(70:)
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

       *> ================================================================
       *> 監査ログ書き込みルーチン
       *> ================================================================

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

       END PROGRAM AR-ARCHIVE.
