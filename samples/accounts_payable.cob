       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-PAYABLE.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 買掛金（AP）管理プログラム（仕入先請求書の三者照合と
       *> 支払実行）
       *>
       *> このプログラムは次の5ステップを順に実行します：
       *>   1. 仕入先マスタ保守 - 仕入先保守ファイル（VENDMNT.DAT）
       *>      の指示（A=追加、C=変更、H=支払保留、I=取引停止、
       *>      R=取引再開）を仕入先マスタ（VENDOR.MAST、仕入先ID
       *>      キーの索引編成）へ適用する
       *>   2. 請求書取込・三者照合 - 仕入先請求書ファイル
       *>      （APINVIN.DAT）の各行を発注（POFILE.DATの発注数量・
       *>      発注単価）と入荷済み数量（PO-RECEIVED-QTY）に照合
       *>      し、一致したものは承認（A）、不一致は理由付きで
       *>      保留（H）として買掛金ファイル（APOPEN.DAT）へ登録
       *>      する。取り込めない行はAPREJ.DATへ出力する
       *>   3. 保留の再照合 - 保留中の請求書を毎回照合し直し（入荷
       *>      待ちの保留は入荷後に自動で承認される）、APCONFIG.DAT
       *>      のRELEASE指示で承認者が解除したものは承認にする
       *>   4. 支払実行 - 支払期日が実行日＋先行日数（PAYAHEAD、
       *>      既定7日）以内の承認済み請求書を仕入先別にまとめて
       *>      支払ファイル（APPAY.DAT）と支払明細（APPAYREG.TXT）を
       *>      作成し、支払ファイルを送信ゲートウェイへ登録する。
       *>      支払保留中・口座未登録の仕入先は支払わない
       *>   5. GL連携 - 当実行の承認額と支払額をAPTOT.DATへ出力
       *>      する（GL-JOURNALが仕入／買掛金／預金として転記する）
       *> 保留中の請求書はAPHOLD.TXTへ理由付きで一覧する。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 仕入先マスタファイル（索引編成、仕入先IDキー）
           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDOR.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               STATUS IS FILE-STATUS.

           *> 仕入先保守ファイル（行順次編成。適用後は
           *> VENDMNT.DONEへ退避して二重適用を防ぐ）
           SELECT VENDOR-MAINT-FILE
               ASSIGN TO 'VENDMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注ファイル（COMPREHENSIVE-SAMPLEが保守する順次編成
           *> 固定長ファイル。照合の参照のみ）
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POFILE.DAT'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 仕入先請求書ファイル（行順次編成。取込後は
           *> APINVIN.DONEへ退避して二重取込を防ぐ）
           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO 'APINVIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 買掛金ファイル（順次編成固定長。全請求書を保持し、
           *> 実行ごとに読み込み・照合・支払・書き戻しを行う）
           SELECT AP-OPEN-FILE
               ASSIGN TO 'APOPEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 支払済み請求書のアーカイブ（保持日数を過ぎた
           *> P行の退避先。実行ごとに追記する）
           SELECT AP-ARCHIVE-FILE
               ASSIGN TO 'APARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 請求書却下ファイル（元の行＋却下理由）
           SELECT AP-REJECT-FILE
               ASSIGN TO 'APREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> AP設定指示ファイル（1行1指示。TOLERANCE <許容率> /
           *> PAYAHEAD <日数> / OPERATOR <承認者ID> /
           *> RELEASE <仕入先ID> <請求書番号>）
           SELECT AP-CONFIG-FILE
               ASSIGN TO 'APCONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保留請求書レポートファイル
           SELECT HOLD-REPORT-FILE
               ASSIGN TO 'APHOLD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 支払ファイル（仕入先別の振込指示。送信ゲートウェイ
           *> 経由で銀行へ送る）
           SELECT PAYMENT-FILE
               ASSIGN TO 'APPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 支払明細レポートファイル（支払った請求書の一覧）
           SELECT PAYMENT-REGISTER-FILE
               ASSIGN TO 'APPAYREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 買掛金のGL連携ファイル（GL-JOURNALが読み込む）
           SELECT AP-TOTALS-FILE
               ASSIGN TO 'APTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 送信ゲートウェイの登録取込ファイル（作成した支払
           *> ファイルを送信簿へ登録するため追記する）
           SELECT OUTBOX-ADD-FILE
               ASSIGN TO 'OUTBOXADD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OUTBOX-FILE-STATUS.

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

       *> 仕入先マスタレコード構造（状態：A=取引中、H=支払保留、
       *> I=取引停止）
       FD  VENDOR-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VENDOR-RECORD.
           05  VM-VENDOR-ID           PIC 9(6).
           05  VM-VENDOR-NAME         PIC X(30).
           05  VM-VENDOR-ADDRESS      PIC X(72).
           05  VM-PAYMENT-TERMS-DAYS  PIC 9(3).
           *> 支払条件日数（請求日からの日数）
           05  VM-BANK-ACCOUNT        PIC X(20).
           *> 振込先口座（空白の仕入先には支払わない）
           05  VM-VENDOR-STATUS       PIC X(1).
               88  VM-VENDOR-ACTIVE   VALUE 'A'.
               88  VM-VENDOR-ON-HOLD  VALUE 'H'.
               88  VM-VENDOR-INACTIVE VALUE 'I'.
           05  VM-LAST-CHANGED        PIC X(8).
           05  FILLER                 PIC X(20).

       *> 仕入先保守レコード構造（処理区分・仕入先ID・名称・
       *> 支払条件・口座・住所。C=変更では空白の項目は変更しない）
       FD  VENDOR-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MAINT-RECORD.
           05  VMT-ACTION             PIC X(1).
           05  FILLER                 PIC X(1).
           05  VMT-VENDOR-ID          PIC 9(6).
           05  FILLER                 PIC X(1).
           05  VMT-VENDOR-NAME        PIC X(30).
           05  FILLER                 PIC X(1).
           05  VMT-TERMS-DAYS         PIC X(3).
           05  FILLER                 PIC X(1).
           05  VMT-BANK-ACCOUNT       PIC X(20).
           05  FILLER                 PIC X(1).
           05  VMT-VENDOR-ADDRESS     PIC X(72).

       *> 発注レコード構造（COMPREHENSIVE-SAMPLEの
       *> PURCHASE-ORDER-RECORDと同一項目）
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER              PIC 9(8).
           05  PO-PRODUCT-ID          PIC X(10).
           05  PO-ORDER-QTY           PIC 9(5).
           05  PO-RECEIVED-QTY        PIC 9(5).
           05  PO-ORDER-DATE          PIC X(8).
           05  PO-EXPECTED-DATE       PIC X(8).
           05  PO-STATUS              PIC X(1).
           05  PO-VENDOR-ID           PIC 9(6).
           05  PO-UNIT-COST           PIC 9(5)V99.
           05  PO-RECEIPT-DATE        PIC X(8).
           05  FILLER                 PIC X(12).

       *> 仕入先請求書レコード構造（仕入先・請求書番号・発注番号・
       *> 数量・単価・請求額・請求日）
       FD  VENDOR-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-INVOICE-RECORD.
           05  VI-VENDOR-ID           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  VI-INVOICE-NO          PIC X(12).
           05  FILLER                 PIC X(1).
           05  VI-PO-NUMBER           PIC 9(8).
           05  FILLER                 PIC X(1).
           05  VI-QUANTITY            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  VI-UNIT-PRICE          PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  VI-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  VI-INVOICE-DATE        PIC X(8).

       *> 買掛金レコード構造（ステータス：A=承認済み、H=保留、
       *> P=支払済み）
       FD  AP-OPEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AP-OPEN-RECORD.
           05  APO-VENDOR-ID          PIC 9(6).
           05  APO-INVOICE-NO         PIC X(12).
           05  APO-PO-NUMBER          PIC 9(8).
           05  APO-QUANTITY           PIC 9(5).
           05  APO-UNIT-PRICE         PIC 9(5)V99.
           05  APO-AMOUNT             PIC 9(7)V99.
           05  APO-INVOICE-DATE       PIC X(8).
           05  APO-DUE-DATE           PIC X(8).
           05  APO-STATUS             PIC X(1).
           05  APO-HOLD-REASON        PIC X(20).
           05  APO-PAID-DATE          PIC X(8).
           05  FILLER                 PIC X(10).

       *> 支払済み請求書のアーカイブ行（AP-OPEN-RECORDと同一
       *> イメージ）
       FD  AP-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-ARCHIVE-RECORD          PIC X(102).

       FD  AP-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-REJECT-RECORD           PIC X(120).

       *> AP設定指示レコード構造（MAINT.CTLと同じ1行1指示）
       FD  AP-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-CONFIG-RECORD.
           05  APC-CONTROL-TYPE       PIC X(10).
           05  APC-CONTROL-VALUE      PIC X(60).

       FD  HOLD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-REPORT-LINE           PIC X(132).

       *> 支払レコード構造（仕入先ID・名称・振込先口座・支払額・
       *> 支払日・請求書件数）
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD.
           05  PY-VENDOR-ID           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  PY-VENDOR-NAME         PIC X(30).
           05  FILLER                 PIC X(1).
           05  PY-BANK-ACCOUNT        PIC X(20).
           05  FILLER                 PIC X(1).
           05  PY-AMOUNT              PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PY-PAY-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PY-INVOICE-COUNT       PIC 9(4).

       FD  PAYMENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-REGISTER-LINE      PIC X(132).

       *> 買掛金のGL連携レコード構造（実行日・承認額・支払額）
       FD  AP-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-TOTALS-RECORD.
           05  APT-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  APT-INVOICE-TOTAL      PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  APT-PAYMENT-TOTAL      PIC 9(9)V99.

       *> 送信ゲートウェイ登録行（ファイル名 送信先 件数 ハッシュ）
       FD  OUTBOX-ADD-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTBOX-ADD-RECORD          PIC X(80).

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

       *> ================================================================
       *> ファイル制御変数
       *> ================================================================

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
               88  EOF-NOT-REACHED     VALUE 'N'.

       01  AUDIT-FILE-STATUS          PIC X(2).

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'APSUBSYS'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
               88  AUDIT-SUCCESS          VALUE 'S'.
               88  AUDIT-FAILURE          VALUE 'F'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       01  OUTBOX-FILE-STATUS         PIC X(2).
       *> OUTBOXADD.DAT入出力の状態コード
       01  OUTBOX-REGISTRATION.
       *> 送信ゲートウェイへの登録1件分（ファイル名・送信先・
       *> 件数・金額ハッシュ）
           05  OBX-FILE-NAME          PIC X(30).
           05  OBX-PARTNER            PIC X(10).
           05  OBX-COUNT              PIC 9(9)     VALUE 0.
           05  OBX-HASH               PIC 9(13)V99 VALUE 0.

       *> ================================================================
       *> 処理統計
       *> ================================================================

       01  AP-STATISTICS.
           05  VENDOR-CHANGES-APPLIED PIC 9(5)     VALUE 0.
           05  VENDOR-CHANGES-REJECTED PIC 9(5)    VALUE 0.
           05  INVOICES-READ          PIC 9(5)     VALUE 0.
           05  INVOICES-REJECTED      PIC 9(5)     VALUE 0.
           05  INVOICES-APPROVED      PIC 9(5)     VALUE 0.
           05  INVOICES-HELD          PIC 9(5)     VALUE 0.
           05  HOLDS-RELEASED         PIC 9(5)     VALUE 0.
           05  INVOICES-PAID          PIC 9(5)     VALUE 0.
           05  INVOICES-WITHHELD      PIC 9(5)     VALUE 0.
           05  PO-DROPPED             PIC 9(5)     VALUE 0.
           05  APT-DROPPED            PIC 9(5)     VALUE 0.

       *> ================================================================
       *> 発注テーブル（POFILE.DATの全件。照合の参照用）
       *> ================================================================

       01  PURCHASE-ORDER-TABLE.
           05  PO-COUNT               PIC 9(4)     VALUE 0.
           05  PO-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON PO-COUNT
                    INDEXED BY PO-INDEX.
               10  POT-NUMBER         PIC 9(8).
               10  POT-VENDOR-ID      PIC 9(6).
               10  POT-PRODUCT-ID     PIC X(10).
               10  POT-ORDER-QTY      PIC 9(5).
               10  POT-RECEIVED-QTY   PIC 9(5).
               10  POT-UNIT-COST      PIC 9(5)V99.

       *> ================================================================
       *> 買掛金テーブル（APOPEN.DATの全件＋当実行の新規請求書）
       *> ================================================================

       01  AP-OPEN-TABLE.
           05  APT-COUNT              PIC 9(5)     VALUE 0.
           05  APT-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON APT-COUNT
                    INDEXED BY APT-INDEX.
               10  APT-VENDOR-ID      PIC 9(6).
               10  APT-INVOICE-NO     PIC X(12).
               10  APT-PO-NUMBER      PIC 9(8).
               10  APT-QUANTITY       PIC 9(5).
               10  APT-UNIT-PRICE     PIC 9(5)V99.
               10  APT-AMOUNT         PIC 9(7)V99.
               10  APT-INVOICE-DATE   PIC X(8).
               10  APT-DUE-DATE       PIC X(8).
               10  APT-STATUS         PIC X(1).
                   88  APT-APPROVED   VALUE 'A'.
                   88  APT-HELD       VALUE 'H'.
                   88  APT-PAID       VALUE 'P'.
               10  APT-HOLD-REASON    PIC X(20).
               10  APT-PAID-DATE      PIC X(8).

       *> ================================================================
       *> 三者照合の作業領域
       *> ================================================================

       01  MATCH-CONTROL.
           05  PRICE-TOLERANCE-PCT    PIC 9(2)V99  VALUE 2.
           *> 単価照合の許容率（%。APCONFIG.DATのTOLERANCE指示で
           *> 変更する）
           05  MATCH-REASON           PIC X(20).
           *> 照合結果（空白=一致、それ以外は保留理由）
           05  MATCH-PO-FOUND         PIC X(1).
           05  MATCH-INVOICED-QTY     PIC 9(7)     VALUE 0.
           *> 同じ発注に対する承認済み・支払済み請求数量＋当請求書
           05  MATCH-PRICE-DIFF       PIC S9(5)V99 VALUE 0.
           05  MATCH-PRICE-LIMIT      PIC 9(5)V99  VALUE 0.
           05  MATCH-EXTENDED-AMOUNT  PIC 9(9)V99  VALUE 0.
           05  MATCH-SCAN-INDEX       PIC 9(4)     VALUE 0.
           05  INVOICE-REJECT-REASON  PIC X(30)    VALUE SPACES.
           05  INVOICE-FOUND          PIC X(1).
           05  VENDOR-MASTER-AVAILABLE PIC X(1)    VALUE 'N'.
           05  TERMS-DAYS-WORK        PIC 9(3)     VALUE 30.
           05  DUE-DATE-NUM           PIC 9(8).

       *> 承認者による保留解除指示（APCONFIG.DATのRELEASE指示）
       01  RELEASE-TABLE.
           05  REL-COUNT              PIC 9(3)     VALUE 0.
           05  REL-ENTRY OCCURS 50 TIMES.
               10  REL-VENDOR-ID      PIC 9(6).
               10  REL-INVOICE-NO     PIC X(12).
       01  REL-INDEX                  PIC 9(3)     VALUE 0.
       01  RELEASE-FOUND              PIC X(1).

       *> ================================================================
       *> 支払実行の作業領域
       *> ================================================================

       01  PAYMENT-CONTROL.
           05  PAY-AHEAD-DAYS         PIC 9(3)     VALUE 7.
           *> 支払対象にする期日の先行日数（APCONFIG.DATの
           *> PAYAHEAD指示で変更する）
           05  PAY-CUTOFF-INT         PIC 9(7)     VALUE 0.
           05  PAY-DUE-INT            PIC 9(7)     VALUE 0.
           05  PAY-VENDOR-OK          PIC X(1).
           05  PAY-VENDOR-NAME-WORK   PIC X(30).
           05  PAY-BANK-WORK          PIC X(20).
           05  APPROVED-TOTAL         PIC 9(9)V99  VALUE 0.
           *> 当実行で承認した請求額（GLの買掛金計上額）
           05  PAYMENT-TOTAL          PIC 9(9)V99  VALUE 0.
           *> 当実行の支払額（GLの買掛金消込額）

       *> 仕入先別の支払集計
       01  PAY-VENDOR-TABLE.
           05  PV-COUNT               PIC 9(3)     VALUE 0.
           05  PV-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON PV-COUNT
                    INDEXED BY PV-INDEX.
               10  PV-VENDOR-ID       PIC 9(6).
               10  PV-VENDOR-NAME     PIC X(30).
               10  PV-BANK-ACCOUNT    PIC X(20).
               10  PV-AMOUNT          PIC 9(9)V99.
               10  PV-INVOICE-COUNT   PIC 9(4).
       01  PV-FOUND                   PIC X(1).

       01  AP-WORK-VARIABLES.
           05  RUN-TODAY              PIC X(8).
           05  PAID-RETAIN-DAYS       PIC 9(3)     VALUE 90.
           *> 支払済み請求書をAPOPEN.DATへ残す日数（二重請求検査の
           *> ための履歴。これを過ぎたP行はアーカイブへ退避する）
           05  RETAIN-CUTOFF-INT      PIC 9(7)     VALUE 0.
           05  PAID-AGE-INT           PIC 9(7)     VALUE 0.
           05  ITEMS-ARCHIVED         PIC 9(4)     VALUE 0.
           05  ITEMS-KEPT             PIC 9(4)     VALUE 0.
           05  ARCHIVE-OPEN-SWITCH    PIC X(1)     VALUE 'N'.
           05  HOLD-REPORT-COUNT      PIC 9(4)     VALUE 0.
           05  HOLD-REPORT-AMOUNT     PIC 9(9)V99  VALUE 0.
           05  FEED-MOVE-COMMAND      PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Accounts Payable Subsystem'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY

           PERFORM LOAD-AP-CONFIG

           PERFORM PREPARE-VENDOR-MASTER

           PERFORM APPLY-VENDOR-MAINTENANCE

           PERFORM LOAD-PURCHASE-ORDERS

           PERFORM LOAD-AP-OPEN-ITEMS

           PERFORM CHECK-TABLE-OVERFLOW

           PERFORM PROCESS-VENDOR-INVOICES

           PERFORM REVIEW-HELD-INVOICES

           PERFORM RUN-PAYMENT-SELECTION

           PERFORM WRITE-HOLD-REPORT

           PERFORM SAVE-AP-OPEN-ITEMS

           PERFORM WRITE-AP-TOTALS

           DISPLAY 'Vendor changes applied: ' VENDOR-CHANGES-APPLIED
           DISPLAY 'Invoices read:          ' INVOICES-READ
           DISPLAY 'Invoices rejected:      ' INVOICES-REJECTED
           DISPLAY 'Invoices approved:      ' INVOICES-APPROVED
           DISPLAY 'Invoices held:          ' INVOICES-HELD
           DISPLAY 'Holds released:         ' HOLDS-RELEASED
           DISPLAY 'Invoices paid:          ' INVOICES-PAID
           DISPLAY 'Payments withheld:      ' INVOICES-WITHHELD
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'AP run completed' TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-AP-CONFIG.
           *> AP設定指示の読み込み（ファイルが無い場合は既定の
           *> 許容率2%・先行7日・保留解除なし）
           OPEN INPUT AP-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AP-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-AP-CONFIG-RECORD
               END-READ
           END-PERFORM
           CLOSE AP-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG.

       PARSE-AP-CONFIG-RECORD.
           *> 設定指示1行分の解釈
           EVALUATE APC-CONTROL-TYPE
               WHEN 'TOLERANCE'
                   UNSTRING APC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO PRICE-TOLERANCE-PCT
                   END-UNSTRING
               WHEN 'PAYAHEAD'
                   UNSTRING APC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO PAY-AHEAD-DAYS
                   END-UNSTRING
               WHEN 'OPERATOR'
                   UNSTRING APC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO AUDIT-USER-ID
                   END-UNSTRING
               WHEN 'RELEASE'
                   IF REL-COUNT < 50
                       ADD 1 TO REL-COUNT
                       UNSTRING APC-CONTROL-VALUE
                               DELIMITED BY ALL SPACE
                           INTO REL-VENDOR-ID(REL-COUNT),
                                REL-INVOICE-NO(REL-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unrecognized AP config type: '
                       APC-CONTROL-TYPE
           END-EVALUATE.

       PREPARE-VENDOR-MASTER.
           *> 仕入先マスタが無ければ空で新規作成する（既存ファイルを
           *> 誤ってOUTPUTで開いて消さないよう、先にINPUTで存在
           *> 確認する）
           OPEN INPUT VENDOR-MASTER
           IF FILE-STATUS-OK
               CLOSE VENDOR-MASTER
           ELSE
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
           END-IF.

       *> ================================================================
       *> ステップ1：仕入先マスタ保守
       *> ================================================================

       APPLY-VENDOR-MAINTENANCE.
           OPEN INPUT VENDOR-MAINT-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           OPEN I-O VENDOR-MASTER

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ VENDOR-MAINT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-VENDOR-CHANGE
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           CLOSE VENDOR-MAINT-FILE
           CLOSE VENDOR-MASTER

           MOVE 'mv VENDMNT.DAT VENDMNT.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           DISPLAY 'Vendor maintenance applied: '
               VENDOR-CHANGES-APPLIED ' rejected: '
               VENDOR-CHANGES-REJECTED.

       APPLY-ONE-VENDOR-CHANGE.
           *> 保守指示1件分を仕入先マスタへ適用し、監査ログへ
           *> 記録する
           MOVE 'APPLY-ONE-VENDOR-CHANGE' TO AUDIT-PARAGRAPH-ID
           MOVE SPACES TO AUDIT-MESSAGE
           IF VMT-VENDOR-ID IS NOT NUMERIC
               OR VMT-VENDOR-ID = 0
               ADD 1 TO VENDOR-CHANGES-REJECTED
               DISPLAY 'Vendor change with invalid vendor ID '
                   'skipped'
               EXIT PARAGRAPH
           END-IF

           IF VMT-ACTION = 'A'
               MOVE SPACES TO VENDOR-RECORD
               MOVE VMT-VENDOR-ID TO VM-VENDOR-ID
               MOVE VMT-VENDOR-NAME TO VM-VENDOR-NAME
               MOVE VMT-VENDOR-ADDRESS TO VM-VENDOR-ADDRESS
               MOVE 30 TO VM-PAYMENT-TERMS-DAYS
               IF VMT-TERMS-DAYS IS NUMERIC
                   MOVE VMT-TERMS-DAYS TO VM-PAYMENT-TERMS-DAYS
               END-IF
               MOVE VMT-BANK-ACCOUNT TO VM-BANK-ACCOUNT
               MOVE 'A' TO VM-VENDOR-STATUS
               MOVE RUN-TODAY TO VM-LAST-CHANGED
               WRITE VENDOR-RECORD
                   INVALID KEY
                       ADD 1 TO VENDOR-CHANGES-REJECTED
                       DISPLAY 'Vendor already on file: '
                           VMT-VENDOR-ID
                       EXIT PARAGRAPH
               END-WRITE
               STRING 'Vendor added ' DELIMITED BY SIZE
                      VMT-VENDOR-ID DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
           ELSE
               MOVE VMT-VENDOR-ID TO VM-VENDOR-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       ADD 1 TO VENDOR-CHANGES-REJECTED
                       DISPLAY 'Vendor change for unknown vendor: '
                           VMT-VENDOR-ID
                       EXIT PARAGRAPH
               END-READ
               EVALUATE VMT-ACTION
                   WHEN 'C'
                       IF VMT-VENDOR-NAME NOT = SPACES
                           MOVE VMT-VENDOR-NAME TO VM-VENDOR-NAME
                       END-IF
                       IF VMT-VENDOR-ADDRESS NOT = SPACES
                           MOVE VMT-VENDOR-ADDRESS
                               TO VM-VENDOR-ADDRESS
                       END-IF
                       IF VMT-TERMS-DAYS IS NUMERIC
                           MOVE VMT-TERMS-DAYS
                               TO VM-PAYMENT-TERMS-DAYS
                       END-IF
                       IF VMT-BANK-ACCOUNT NOT = SPACES
                           MOVE VMT-BANK-ACCOUNT TO VM-BANK-ACCOUNT
                       END-IF
                       STRING 'Vendor changed ' DELIMITED BY SIZE
                              VMT-VENDOR-ID DELIMITED BY SIZE
                           INTO AUDIT-MESSAGE
                       END-STRING
                   WHEN 'H'
                       MOVE 'H' TO VM-VENDOR-STATUS
                       STRING 'Vendor payment hold ' DELIMITED BY SIZE
                              VMT-VENDOR-ID DELIMITED BY SIZE
                           INTO AUDIT-MESSAGE
                       END-STRING
                   WHEN 'I'
                       MOVE 'I' TO VM-VENDOR-STATUS
                       STRING 'Vendor inactivated ' DELIMITED BY SIZE
                              VMT-VENDOR-ID DELIMITED BY SIZE
                           INTO AUDIT-MESSAGE
                       END-STRING
                   WHEN 'R'
                       MOVE 'A' TO VM-VENDOR-STATUS
                       STRING 'Vendor reactivated ' DELIMITED BY SIZE
                              VMT-VENDOR-ID DELIMITED BY SIZE
                           INTO AUDIT-MESSAGE
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO VENDOR-CHANGES-REJECTED
                       DISPLAY 'Unknown vendor action: ' VMT-ACTION
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE RUN-TODAY TO VM-LAST-CHANGED
               REWRITE VENDOR-RECORD
           END-IF

           ADD 1 TO VENDOR-CHANGES-APPLIED
           MOVE 'S' TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG.

       LOAD-PURCHASE-ORDERS.
           *> 発注ファイルを照合テーブルへ読み込む（無い場合は
           *> 全請求書が発注なしで保留になる）
           MOVE 0 TO PO-COUNT
           OPEN INPUT PURCHASE-ORDER-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No purchase order file - invoices cannot '
                   'be matched'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PO-COUNT < 2000
                           ADD 1 TO PO-COUNT
                           SET PO-INDEX TO PO-COUNT
                           MOVE PO-NUMBER TO POT-NUMBER(PO-INDEX)
                           MOVE PO-VENDOR-ID
                               TO POT-VENDOR-ID(PO-INDEX)
                           MOVE PO-PRODUCT-ID
                               TO POT-PRODUCT-ID(PO-INDEX)
                           MOVE PO-ORDER-QTY
                               TO POT-ORDER-QTY(PO-INDEX)
                           MOVE PO-RECEIVED-QTY
                               TO POT-RECEIVED-QTY(PO-INDEX)
                           MOVE PO-UNIT-COST
                               TO POT-UNIT-COST(PO-INDEX)
                       ELSE
                           ADD 1 TO PO-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Purchase orders loaded: ' PO-COUNT.

       LOAD-AP-OPEN-ITEMS.
           *> 買掛金ファイルの読み込み（無い場合は空から開始）
           MOVE 0 TO APT-COUNT
           OPEN INPUT AP-OPEN-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF APT-COUNT < 5000
                           ADD 1 TO APT-COUNT
                           SET APT-INDEX TO APT-COUNT
                           MOVE APO-VENDOR-ID
                               TO APT-VENDOR-ID(APT-INDEX)
                           MOVE APO-INVOICE-NO
                               TO APT-INVOICE-NO(APT-INDEX)
                           MOVE APO-PO-NUMBER
                               TO APT-PO-NUMBER(APT-INDEX)
                           MOVE APO-QUANTITY
                               TO APT-QUANTITY(APT-INDEX)
                           MOVE APO-UNIT-PRICE
                               TO APT-UNIT-PRICE(APT-INDEX)
                           MOVE APO-AMOUNT
                               TO APT-AMOUNT(APT-INDEX)
                           MOVE APO-INVOICE-DATE
                               TO APT-INVOICE-DATE(APT-INDEX)
                           MOVE APO-DUE-DATE
                               TO APT-DUE-DATE(APT-INDEX)
                           MOVE APO-STATUS
                               TO APT-STATUS(APT-INDEX)
                           MOVE APO-HOLD-REASON
                               TO APT-HOLD-REASON(APT-INDEX)
                           MOVE APO-PAID-DATE
                               TO APT-PAID-DATE(APT-INDEX)
                       ELSE
                           ADD 1 TO APT-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-OPEN-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'AP items loaded: ' APT-COUNT.

       CHECK-TABLE-OVERFLOW.
           *> 発注・買掛金がテーブルに収まらない場合は実行を拒否する
           *> （未読込の発注に対する請求書を誤って保留にしたり、
           *> APOPEN.DATの書き戻しで未読込の買掛金を失わないため、
           *> 請求書の取込前に止める）
           IF PO-DROPPED = 0 AND APT-DROPPED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHECK-TABLE-OVERFLOW' TO AUDIT-PARAGRAPH-ID
           MOVE 'F' TO AUDIT-OUTCOME
           IF PO-DROPPED > 0
               DISPLAY '*** POFILE.DAT exceeds 2000 orders - '
                   PO-DROPPED ' not loaded - run refused'
               MOVE 'Purchase order file exceeds table size'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           IF APT-DROPPED > 0
               DISPLAY '*** APOPEN.DAT exceeds 5000 items - '
                   APT-DROPPED ' not loaded - run refused'
               MOVE 'AP open item file exceeds table size'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       *> ================================================================
       *> ステップ2：請求書取込・三者照合
       *> ================================================================

       PROCESS-VENDOR-INVOICES.
           OPEN INPUT VENDOR-INVOICE-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No vendor invoice file this run'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AP-REJECT-FILE

           MOVE 'N' TO VENDOR-MASTER-AVAILABLE
           OPEN INPUT VENDOR-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO VENDOR-MASTER-AVAILABLE
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ VENDOR-INVOICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO INVOICES-READ
                       PERFORM VALIDATE-ONE-INVOICE
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           CLOSE VENDOR-INVOICE-FILE
           CLOSE AP-REJECT-FILE
           IF VENDOR-MASTER-AVAILABLE = 'Y'
               CLOSE VENDOR-MASTER
           END-IF

           MOVE 'mv APINVIN.DAT APINVIN.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           IF INVOICES-REJECTED > 0
               MOVE 'PROCESS-VENDOR-INVOICES' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Some vendor invoices rejected to APREJ.DAT'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       VALIDATE-ONE-INVOICE.
           *> 請求書1件分の検証と買掛金テーブルへの登録。登録した
           *> 請求書はその場で三者照合する
           MOVE SPACES TO INVOICE-REJECT-REASON

           IF VI-VENDOR-ID IS NOT NUMERIC
               OR VI-QUANTITY IS NOT NUMERIC
               OR VI-UNIT-PRICE IS NOT NUMERIC
               OR VI-AMOUNT IS NOT NUMERIC
               OR VI-PO-NUMBER IS NOT NUMERIC
               MOVE 'Invalid numeric field' TO INVOICE-REJECT-REASON
           END-IF

           *> 仕入先の検証（存在し、取引停止でない）
           IF INVOICE-REJECT-REASON = SPACES
               IF VENDOR-MASTER-AVAILABLE NOT = 'Y'
                   MOVE 'Vendor master unavailable'
                       TO INVOICE-REJECT-REASON
               ELSE
                   MOVE VI-VENDOR-ID TO VM-VENDOR-ID
                   READ VENDOR-MASTER
                       INVALID KEY
                           MOVE 'Unknown vendor'
                               TO INVOICE-REJECT-REASON
                       NOT INVALID KEY
                           IF VM-VENDOR-INACTIVE
                               MOVE 'Vendor inactive'
                                   TO INVOICE-REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF

           *> 同じ仕入先・請求書番号の二重請求チェック
           IF INVOICE-REJECT-REASON = SPACES
               MOVE 'N' TO INVOICE-FOUND
               PERFORM VARYING APT-INDEX FROM 1 BY 1
                       UNTIL APT-INDEX > APT-COUNT
                   IF APT-VENDOR-ID(APT-INDEX) = VI-VENDOR-ID
                       AND APT-INVOICE-NO(APT-INDEX)
                           = VI-INVOICE-NO
                       MOVE 'Y' TO INVOICE-FOUND
                   END-IF
               END-PERFORM
               IF INVOICE-FOUND = 'Y'
                   MOVE 'Duplicate invoice' TO INVOICE-REJECT-REASON
               END-IF
           END-IF

           IF INVOICE-REJECT-REASON = SPACES
               AND VI-QUANTITY = 0
               MOVE 'Zero quantity' TO INVOICE-REJECT-REASON
           END-IF

           IF INVOICE-REJECT-REASON = SPACES
               AND APT-COUNT >= 5000
               MOVE 'AP table full' TO INVOICE-REJECT-REASON
           END-IF

           IF INVOICE-REJECT-REASON NOT = SPACES
               ADD 1 TO INVOICES-REJECTED
               MOVE SPACES TO AP-REJECT-RECORD
               STRING VENDOR-INVOICE-RECORD DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      INVOICE-REJECT-REASON DELIMITED BY SIZE
                   INTO AP-REJECT-RECORD
               END-STRING
               WRITE AP-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO APT-COUNT
           SET APT-INDEX TO APT-COUNT
           MOVE VI-VENDOR-ID TO APT-VENDOR-ID(APT-INDEX)
           MOVE VI-INVOICE-NO TO APT-INVOICE-NO(APT-INDEX)
           MOVE VI-PO-NUMBER TO APT-PO-NUMBER(APT-INDEX)
           MOVE VI-QUANTITY TO APT-QUANTITY(APT-INDEX)
           MOVE VI-UNIT-PRICE TO APT-UNIT-PRICE(APT-INDEX)
           MOVE VI-AMOUNT TO APT-AMOUNT(APT-INDEX)
           MOVE VI-INVOICE-DATE TO APT-INVOICE-DATE(APT-INDEX)
           MOVE SPACES TO APT-DUE-DATE(APT-INDEX)
           MOVE SPACES TO APT-PAID-DATE(APT-INDEX)
           MOVE 'H' TO APT-STATUS(APT-INDEX)

           *> 支払条件は仕入先マスタから取る（既定30日）
           MOVE 30 TO TERMS-DAYS-WORK
           IF VM-PAYMENT-TERMS-DAYS IS NUMERIC
               MOVE VM-PAYMENT-TERMS-DAYS TO TERMS-DAYS-WORK
           END-IF
           PERFORM COMPUTE-AP-DUE-DATE

           PERFORM MATCH-ONE-INVOICE
           IF APT-APPROVED(APT-INDEX)
               ADD 1 TO INVOICES-APPROVED
           ELSE
               ADD 1 TO INVOICES-HELD
           END-IF.

       COMPUTE-AP-DUE-DATE.
           *> 請求日＋支払条件日数から支払期日を計算する（請求日が
           *> 読めない場合は実行日を期日とする）
           IF APT-INVOICE-DATE(APT-INDEX) IS NUMERIC
               COMPUTE DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(
                               APT-INVOICE-DATE(APT-INDEX)))
                       + TERMS-DAYS-WORK)
               MOVE DUE-DATE-NUM TO APT-DUE-DATE(APT-INDEX)
           ELSE
               MOVE RUN-TODAY TO APT-DUE-DATE(APT-INDEX)
           END-IF.

       MATCH-ONE-INVOICE.
           *> 請求書1件（APT-INDEX）の三者照合。発注（仕入先・
           *> 単価・発注数量）と入荷済み数量に照らして一致すれば
           *> 承認、不一致は最初に見つかった理由で保留にする
           MOVE SPACES TO MATCH-REASON
           MOVE 'N' TO MATCH-PO-FOUND
           PERFORM VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT
                      OR MATCH-PO-FOUND = 'Y'
               IF POT-NUMBER(PO-INDEX) = APT-PO-NUMBER(APT-INDEX)
                   MOVE 'Y' TO MATCH-PO-FOUND
               END-IF
           END-PERFORM
           IF MATCH-PO-FOUND NOT = 'Y'
               MOVE 'NO PURCHASE ORDER' TO MATCH-REASON
           ELSE
               SET PO-INDEX DOWN BY 1
           END-IF

           *> 仕入先の一致（仕入先未設定の旧発注は請求元を受け入れる）
           IF MATCH-REASON = SPACES
               AND POT-VENDOR-ID(PO-INDEX) NOT = 0
               AND POT-VENDOR-ID(PO-INDEX)
                   NOT = APT-VENDOR-ID(APT-INDEX)
               MOVE 'VENDOR MISMATCH' TO MATCH-REASON
           END-IF

           *> 単価の一致（発注単価から許容率以内）
           IF MATCH-REASON = SPACES
               COMPUTE MATCH-PRICE-DIFF =
                   APT-UNIT-PRICE(APT-INDEX)
                   - POT-UNIT-COST(PO-INDEX)
               IF MATCH-PRICE-DIFF < 0
                   COMPUTE MATCH-PRICE-DIFF = 0 - MATCH-PRICE-DIFF
               END-IF
               COMPUTE MATCH-PRICE-LIMIT ROUNDED =
                   POT-UNIT-COST(PO-INDEX)
                   * PRICE-TOLERANCE-PCT / 100
               IF MATCH-PRICE-DIFF > MATCH-PRICE-LIMIT
                   MOVE 'PRICE VARIANCE' TO MATCH-REASON
               END-IF
           END-IF

           *> 請求額の検算（数量×単価）
           IF MATCH-REASON = SPACES
               COMPUTE MATCH-EXTENDED-AMOUNT ROUNDED =
                   APT-QUANTITY(APT-INDEX)
                   * APT-UNIT-PRICE(APT-INDEX)
               IF MATCH-EXTENDED-AMOUNT NOT = APT-AMOUNT(APT-INDEX)
                   MOVE 'AMOUNT ERROR' TO MATCH-REASON
               END-IF
           END-IF

           *> 数量の一致（同じ発注の請求済み数量の累計が発注数量・
           *> 入荷済み数量を超えない）
           IF MATCH-REASON = SPACES
               MOVE APT-QUANTITY(APT-INDEX) TO MATCH-INVOICED-QTY
               PERFORM VARYING MATCH-SCAN-INDEX FROM 1 BY 1
                       UNTIL MATCH-SCAN-INDEX > APT-COUNT
                   IF MATCH-SCAN-INDEX NOT = APT-INDEX
                       AND APT-PO-NUMBER(MATCH-SCAN-INDEX)
                           = APT-PO-NUMBER(APT-INDEX)
                       AND (APT-APPROVED(MATCH-SCAN-INDEX)
                            OR APT-PAID(MATCH-SCAN-INDEX))
                       ADD APT-QUANTITY(MATCH-SCAN-INDEX)
                           TO MATCH-INVOICED-QTY
                   END-IF
               END-PERFORM
               IF MATCH-INVOICED-QTY > POT-ORDER-QTY(PO-INDEX)
                   MOVE 'QTY OVER ORDER' TO MATCH-REASON
               ELSE
                   IF MATCH-INVOICED-QTY
                           > POT-RECEIVED-QTY(PO-INDEX)
                       MOVE 'NOT YET RECEIVED' TO MATCH-REASON
                   END-IF
               END-IF
           END-IF

           IF MATCH-REASON = SPACES
               MOVE 'A' TO APT-STATUS(APT-INDEX)
               MOVE SPACES TO APT-HOLD-REASON(APT-INDEX)
               ADD APT-AMOUNT(APT-INDEX) TO APPROVED-TOTAL
           ELSE
               MOVE 'H' TO APT-STATUS(APT-INDEX)
               MOVE MATCH-REASON TO APT-HOLD-REASON(APT-INDEX)
           END-IF.

       *> ================================================================
       *> ステップ3：保留の再照合と承認者による解除
       *> ================================================================

       REVIEW-HELD-INVOICES.
           *> 保留中の請求書を照合し直す。RELEASE指示のある請求書は
           *> 照合結果にかかわらず承認し、承認者IDで監査ログに記録
           *> する（当実行で取り込んだ請求書も対象）
           PERFORM VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT
               IF APT-HELD(APT-INDEX)
                   PERFORM REVIEW-ONE-HELD-INVOICE
               END-IF
           END-PERFORM
           IF HOLDS-RELEASED > 0
               DISPLAY 'Held invoices released: ' HOLDS-RELEASED
           END-IF.

       REVIEW-ONE-HELD-INVOICE.
           MOVE 'N' TO RELEASE-FOUND
           PERFORM VARYING REL-INDEX FROM 1 BY 1
                   UNTIL REL-INDEX > REL-COUNT
               IF REL-VENDOR-ID(REL-INDEX) = APT-VENDOR-ID(APT-INDEX)
                   AND REL-INVOICE-NO(REL-INDEX)
                       = APT-INVOICE-NO(APT-INDEX)
                   MOVE 'Y' TO RELEASE-FOUND
               END-IF
           END-PERFORM

           IF RELEASE-FOUND = 'Y'
               MOVE 'A' TO APT-STATUS(APT-INDEX)
               ADD APT-AMOUNT(APT-INDEX) TO APPROVED-TOTAL
               ADD 1 TO HOLDS-RELEASED
               MOVE 'REVIEW-ONE-HELD-INVOICE' TO AUDIT-PARAGRAPH-ID
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Hold released ' DELIMITED BY SIZE
                      APT-VENDOR-ID(APT-INDEX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      APT-INVOICE-NO(APT-INDEX) DELIMITED BY SPACE
                      ' was ' DELIMITED BY SIZE
                      APT-HOLD-REASON(APT-INDEX) DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO APT-HOLD-REASON(APT-INDEX)
           ELSE
               PERFORM MATCH-ONE-INVOICE
               IF APT-APPROVED(APT-INDEX)
                   ADD 1 TO HOLDS-RELEASED
               END-IF
           END-IF.

       *> ================================================================
       *> ステップ4：支払実行
       *> ================================================================

       RUN-PAYMENT-SELECTION.
           *> 支払期日が実行日＋先行日数以内の承認済み請求書を
           *> 支払う。仕入先が支払保留・取引停止・口座未登録の
           *> 場合は承認済みのまま次回以降へ持ち越す
           COMPUTE PAY-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-TODAY))
               + PAY-AHEAD-DAYS
           MOVE 0 TO PV-COUNT

           OPEN INPUT VENDOR-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Vendor master not available - payment run '
                   'skipped'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAYMENT-REGISTER-FILE
           MOVE SPACES TO PAYMENT-REGISTER-LINE
           STRING 'AP PAYMENT REGISTER ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO PAYMENT-REGISTER-LINE
           END-STRING
           WRITE PAYMENT-REGISTER-LINE

           PERFORM VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT
               IF APT-APPROVED(APT-INDEX)
                   PERFORM SELECT-ONE-PAYMENT
               END-IF
           END-PERFORM
           CLOSE VENDOR-MASTER

           MOVE SPACES TO PAYMENT-REGISTER-LINE
           STRING 'Invoices paid: ' DELIMITED BY SIZE
                  INVOICES-PAID DELIMITED BY SIZE
                  '  Withheld: ' DELIMITED BY SIZE
                  INVOICES-WITHHELD DELIMITED BY SIZE
                  '  Total paid: ' DELIMITED BY SIZE
                  PAYMENT-TOTAL DELIMITED BY SIZE
               INTO PAYMENT-REGISTER-LINE
           END-STRING
           WRITE PAYMENT-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE

           IF PV-COUNT = 0
               DISPLAY 'No AP invoices due for payment'
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-PAYMENT-FILE.

       SELECT-ONE-PAYMENT.
           *> 承認済み請求書1件の支払判定と仕入先別集計への加算
           IF APT-DUE-DATE(APT-INDEX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAY-DUE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(APT-DUE-DATE(APT-INDEX)))
           IF PAY-DUE-INT > PAY-CUTOFF-INT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO PAY-VENDOR-OK
           MOVE APT-VENDOR-ID(APT-INDEX) TO VM-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VM-VENDOR-ACTIVE
                       AND VM-BANK-ACCOUNT NOT = SPACES
                       MOVE 'Y' TO PAY-VENDOR-OK
                       MOVE VM-VENDOR-NAME TO PAY-VENDOR-NAME-WORK
                       MOVE VM-BANK-ACCOUNT TO PAY-BANK-WORK
                   END-IF
           END-READ
           IF PAY-VENDOR-OK NOT = 'Y'
               ADD 1 TO INVOICES-WITHHELD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO PV-FOUND
           PERFORM VARYING PV-INDEX FROM 1 BY 1
                   UNTIL PV-INDEX > PV-COUNT
                      OR PV-FOUND = 'Y'
               IF PV-VENDOR-ID(PV-INDEX) = APT-VENDOR-ID(APT-INDEX)
                   MOVE 'Y' TO PV-FOUND
               END-IF
           END-PERFORM
           IF PV-FOUND = 'Y'
               SET PV-INDEX DOWN BY 1
           ELSE
               IF PV-COUNT >= 200
                   ADD 1 TO INVOICES-WITHHELD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PV-COUNT
               SET PV-INDEX TO PV-COUNT
               MOVE APT-VENDOR-ID(APT-INDEX) TO PV-VENDOR-ID(PV-INDEX)
               MOVE PAY-VENDOR-NAME-WORK TO PV-VENDOR-NAME(PV-INDEX)
               MOVE PAY-BANK-WORK TO PV-BANK-ACCOUNT(PV-INDEX)
               MOVE 0 TO PV-AMOUNT(PV-INDEX)
               MOVE 0 TO PV-INVOICE-COUNT(PV-INDEX)
           END-IF

           ADD APT-AMOUNT(APT-INDEX) TO PV-AMOUNT(PV-INDEX)
           ADD 1 TO PV-INVOICE-COUNT(PV-INDEX)
           ADD APT-AMOUNT(APT-INDEX) TO PAYMENT-TOTAL
           ADD 1 TO INVOICES-PAID
           MOVE 'P' TO APT-STATUS(APT-INDEX)
           MOVE RUN-TODAY TO APT-PAID-DATE(APT-INDEX)

           MOVE SPACES TO PAYMENT-REGISTER-LINE
           STRING 'Vendor ' DELIMITED BY SIZE
                  APT-VENDOR-ID(APT-INDEX) DELIMITED BY SIZE
                  ' invoice ' DELIMITED BY SIZE
                  APT-INVOICE-NO(APT-INDEX) DELIMITED BY SIZE
                  ' PO ' DELIMITED BY SIZE
                  APT-PO-NUMBER(APT-INDEX) DELIMITED BY SIZE
                  ' due ' DELIMITED BY SIZE
                  APT-DUE-DATE(APT-INDEX) DELIMITED BY SIZE
                  ' amount ' DELIMITED BY SIZE
                  APT-AMOUNT(APT-INDEX) DELIMITED BY SIZE
               INTO PAYMENT-REGISTER-LINE
           END-STRING
           WRITE PAYMENT-REGISTER-LINE.

       WRITE-PAYMENT-FILE.
           *> 仕入先別の支払ファイルを出力し、送信ゲートウェイへ
           *> 登録する（銀行向け。件数と支払総額を渡す）
           OPEN OUTPUT PAYMENT-FILE
           PERFORM VARYING PV-INDEX FROM 1 BY 1
                   UNTIL PV-INDEX > PV-COUNT
               MOVE SPACES TO PAYMENT-RECORD
               MOVE PV-VENDOR-ID(PV-INDEX) TO PY-VENDOR-ID
               MOVE PV-VENDOR-NAME(PV-INDEX) TO PY-VENDOR-NAME
               MOVE PV-BANK-ACCOUNT(PV-INDEX) TO PY-BANK-ACCOUNT
               MOVE PV-AMOUNT(PV-INDEX) TO PY-AMOUNT
               MOVE RUN-TODAY TO PY-PAY-DATE
               MOVE PV-INVOICE-COUNT(PV-INDEX) TO PY-INVOICE-COUNT
               WRITE PAYMENT-RECORD
           END-PERFORM
           CLOSE PAYMENT-FILE

           MOVE 'APPAY.DAT' TO OBX-FILE-NAME
           MOVE 'BANK' TO OBX-PARTNER
           MOVE PV-COUNT TO OBX-COUNT
           MOVE PAYMENT-TOTAL TO OBX-HASH
           PERFORM REGISTER-OUTBOX-FILE

           MOVE 'WRITE-PAYMENT-FILE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Payment run ' DELIMITED BY SIZE
                  PV-COUNT DELIMITED BY SIZE
                  ' vendor(s) total ' DELIMITED BY SIZE
                  PAYMENT-TOTAL DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           DISPLAY 'Payment file written to APPAY.DAT ('
               PV-COUNT ' vendor payment(s))'.

       WRITE-HOLD-REPORT.
           *> 保留中の請求書一覧（理由付き）
           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING 'AP INVOICES ON HOLD AS OF ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE

           MOVE 0 TO HOLD-REPORT-COUNT
           MOVE 0 TO HOLD-REPORT-AMOUNT
           PERFORM VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT
               IF APT-HELD(APT-INDEX)
                   ADD 1 TO HOLD-REPORT-COUNT
                   ADD APT-AMOUNT(APT-INDEX) TO HOLD-REPORT-AMOUNT
                   MOVE SPACES TO HOLD-REPORT-LINE
                   STRING 'Vendor ' DELIMITED BY SIZE
                          APT-VENDOR-ID(APT-INDEX) DELIMITED BY SIZE
                          ' invoice ' DELIMITED BY SIZE
                          APT-INVOICE-NO(APT-INDEX)
                              DELIMITED BY SIZE
                          ' PO ' DELIMITED BY SIZE
                          APT-PO-NUMBER(APT-INDEX) DELIMITED BY SIZE
                          ' qty ' DELIMITED BY SIZE
                          APT-QUANTITY(APT-INDEX) DELIMITED BY SIZE
                          ' price ' DELIMITED BY SIZE
                          APT-UNIT-PRICE(APT-INDEX)
                              DELIMITED BY SIZE
                          ' amount ' DELIMITED BY SIZE
                          APT-AMOUNT(APT-INDEX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          APT-HOLD-REASON(APT-INDEX)
                              DELIMITED BY SIZE
                       INTO HOLD-REPORT-LINE
                   END-STRING
                   WRITE HOLD-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO HOLD-REPORT-LINE
           STRING 'Invoices on hold: ' DELIMITED BY SIZE
                  HOLD-REPORT-COUNT DELIMITED BY SIZE
                  '  Amount on hold: ' DELIMITED BY SIZE
                  HOLD-REPORT-AMOUNT DELIMITED BY SIZE
               INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE
           CLOSE HOLD-REPORT-FILE

           IF HOLD-REPORT-COUNT > 0
               MOVE 'WRITE-HOLD-REPORT' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Vendor invoices on hold - see APHOLD.TXT'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY 'Hold report written to APHOLD.TXT ('
               HOLD-REPORT-COUNT ' on hold)'.

       SAVE-AP-OPEN-ITEMS.
           *> 買掛金テーブルをファイルへ書き戻す。保持日数を過ぎた
           *> 支払済み（P）行はAPARCH.DATへ退避する
           COMPUTE RETAIN-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-TODAY))
               - PAID-RETAIN-DAYS
           MOVE 0 TO ITEMS-ARCHIVED
           MOVE 0 TO ITEMS-KEPT
           OPEN OUTPUT AP-OPEN-FILE
           PERFORM VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT
               PERFORM SAVE-ONE-AP-ITEM
           END-PERFORM
           CLOSE AP-OPEN-FILE
           IF ARCHIVE-OPEN-SWITCH = 'Y'
               CLOSE AP-ARCHIVE-FILE
           END-IF
           DISPLAY 'AP items saved: ' ITEMS-KEPT
               ' archived: ' ITEMS-ARCHIVED.

       SAVE-ONE-AP-ITEM.
           MOVE SPACES TO AP-OPEN-RECORD
           MOVE APT-VENDOR-ID(APT-INDEX) TO APO-VENDOR-ID
           MOVE APT-INVOICE-NO(APT-INDEX) TO APO-INVOICE-NO
           MOVE APT-PO-NUMBER(APT-INDEX) TO APO-PO-NUMBER
           MOVE APT-QUANTITY(APT-INDEX) TO APO-QUANTITY
           MOVE APT-UNIT-PRICE(APT-INDEX) TO APO-UNIT-PRICE
           MOVE APT-AMOUNT(APT-INDEX) TO APO-AMOUNT
           MOVE APT-INVOICE-DATE(APT-INDEX) TO APO-INVOICE-DATE
           MOVE APT-DUE-DATE(APT-INDEX) TO APO-DUE-DATE
           MOVE APT-STATUS(APT-INDEX) TO APO-STATUS
           MOVE APT-HOLD-REASON(APT-INDEX) TO APO-HOLD-REASON
           MOVE APT-PAID-DATE(APT-INDEX) TO APO-PAID-DATE

           IF APT-PAID(APT-INDEX)
               AND APT-PAID-DATE(APT-INDEX) IS NUMERIC
               COMPUTE PAID-AGE-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(APT-PAID-DATE(APT-INDEX)))
               IF PAID-AGE-INT < RETAIN-CUTOFF-INT
                   IF ARCHIVE-OPEN-SWITCH NOT = 'Y'
                       OPEN EXTEND AP-ARCHIVE-FILE
                       IF NOT FILE-STATUS-OK
                           OPEN OUTPUT AP-ARCHIVE-FILE
                       END-IF
                       MOVE 'Y' TO ARCHIVE-OPEN-SWITCH
                   END-IF
                   MOVE AP-OPEN-RECORD TO AP-ARCHIVE-RECORD
                   WRITE AP-ARCHIVE-RECORD
                   ADD 1 TO ITEMS-ARCHIVED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO ITEMS-KEPT
           WRITE AP-OPEN-RECORD.

       *> ================================================================
       *> ステップ5：GL連携
       *> ================================================================

       WRITE-AP-TOTALS.
           *> 当実行の承認額（仕入／買掛金）と支払額（買掛金／預金）
           *> をGL連携ファイルへ出力する（GL-JOURNALが転記する）
           IF APPROVED-TOTAL = 0 AND PAYMENT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AP-TOTALS-FILE
           MOVE SPACES TO AP-TOTALS-RECORD
           MOVE RUN-TODAY TO APT-RUN-DATE
           MOVE APPROVED-TOTAL TO APT-INVOICE-TOTAL
           MOVE PAYMENT-TOTAL TO APT-PAYMENT-TOTAL
           WRITE AP-TOTALS-RECORD
           CLOSE AP-TOTALS-FILE
           DISPLAY 'AP totals written to APTOT.DAT (approved '
               APPROVED-TOTAL ' paid ' PAYMENT-TOTAL ')'.

       REGISTER-OUTBOX-FILE.
           *> 作成済みファイルを送信ゲートウェイの登録取込
           *> ファイルへ追記する（TRANSMIT-GATEWAYが送信簿へ
           *> 取り込む）
           OPEN EXTEND OUTBOX-ADD-FILE
           IF OUTBOX-FILE-STATUS NOT = '00'
               OPEN OUTPUT OUTBOX-ADD-FILE
           END-IF
           MOVE SPACES TO OUTBOX-ADD-RECORD
           STRING FUNCTION TRIM(OBX-FILE-NAME)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(OBX-PARTNER)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OBX-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OBX-HASH DELIMITED BY SIZE
               INTO OUTBOX-ADD-RECORD
           END-STRING
           WRITE OUTBOX-ADD-RECORD
           CLOSE OUTBOX-ADD-FILE
           DISPLAY 'Registered with transmit gateway: '
               FUNCTION TRIM(OBX-FILE-NAME).

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

       END PROGRAM ACCOUNTS-PAYABLE.
