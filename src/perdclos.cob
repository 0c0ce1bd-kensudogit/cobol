       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Period-End Close
       *> 目的: 月次締めのチェックリスト確認と会計期間のクローズ
       *> 機能: スーパーバイザーのサインオン（OPERATOR.DAT照合）を
       *>       経て、締め対象期間についてチェックリスト
       *>       （CLOSECHK.DAT、無い場合は全項目を必須とする）の
       *>       各項目を確認する。
       *>         JOURNALS - 当期間の仕訳バッチ（送信簿に登録された
       *>                    CORPGL向けバッチと固定資産償却バッチ）が
       *>                    すべてGLLOADED.DATに取り込み済み
       *>         PAYROLL  - 当期間の給与がPAYPERD.DATでPAID
       *>         ARRECON  - 統制勘定照合（SUBRECON.TXT）の当期間の
       *>                    売掛金が一致
       *>         INVRECON - 同じく棚卸資産が一致
       *>         OUTBOX   - 送信簿（OUTBOX.DAT）と登録取込ファイル
       *>                    （OUTBOXADD.DAT）に受領確認待ちが無い
       *>       必須項目に未了があれば阻害要因を一覧にして締めを
       *>       拒否する。スーパーバイザー承認ファイル
       *>       （CLOSEOVR.DAT）に当期間の承認があれば、阻害要因を
       *>       記録したうえで締める。締めた期間はACCTPERD.DATを
       *>       CLOSEDに更新し、締め記録（CLOSELOG.DAT）と変更
       *>       ジャーナル（CHGJRNL.DAT）へ追記する。
       *>       結果はサインオフ欄付きの締めレポート（CLOSERPT.TXT）
       *>       へ出力する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  サインオン失敗の監査ログに
       *>             入力されたオペレーターIDを記録
       *> 2026-10-15  COBOL Developer  期間のクローズ時に変更前後の
       *>             イメージを変更ジャーナル（CHGJRNL.DAT）へ追記
       *>             （PERIOD-MAINTと同じACCTPERDの記録）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 会計期間マスタファイル（PERIOD-MAINTと共用）
           SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO 'ACCTPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ACCTPERD-STATUS.

           *> オペレーターマスタファイル（EMPLOYEEが保守する。
           *> サインオン照合用）
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OPERATOR-STATUS.

           *> 締めチェックリスト設定ファイル（項目コードと必須区分）
           SELECT CHECKLIST-FILE ASSIGN TO 'CLOSECHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CHECKLIST-STATUS.

           *> 取り込み済みバッチ登録ファイル（GL-LOADERが追記する）
           SELECT LOADED-REGISTRY-FILE ASSIGN TO 'GLLOADED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REGISTRY-STATUS.

           *> 仕訳バッチ（ヘッダーの日付で期間を判定する）
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

           *> 送信簿ファイル（TRANSMIT-GATEWAYが管理する）
           SELECT OUTBOX-FILE ASSIGN TO 'OUTBOX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OUTBOX-STATUS.

           *> 送信ゲートウェイの登録取込ファイル（未取込の登録）
           SELECT OUTBOX-ADD-FILE ASSIGN TO 'OUTBOXADD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OUTBOX-ADD-STATUS.

           *> 支給期間コントロールファイル（PAYROLLが更新する）
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PAYPERD-STATUS.

           *> 統制勘定照合レポート（SUBLEDGER-RECONが出力する）
           SELECT SUBLEDGER-RECON-FILE ASSIGN TO 'SUBRECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SUBRECON-STATUS.

           *> 締めのスーパーバイザー承認ファイル（期間・承認者・理由。
           *> 使用後はCLOSEOVR.DONEへ退避する）
           SELECT OVERRIDE-FILE ASSIGN TO 'CLOSEOVR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OVERRIDE-STATUS.

           *> 締め記録ファイル（締めた期間ごとに追記する。
           *> PERIOD-MAINTが再クローズの可否判定に参照する）
           SELECT CLOSE-LOG-FILE ASSIGN TO 'CLOSELOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CLOSELOG-STATUS.

           *> 変更ジャーナル（PERIOD-MAINT等の保守プログラムと共有。
           *> 締めた期間の変更前後のイメージを追記する）
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CHGJRNL-STATUS.

           *> 締めレポートファイル
           SELECT CLOSE-REPORT-FILE ASSIGN TO 'CLOSERPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REPORT-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴。
           *> 実行ごとに追記するためEXTENDで開く）
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AUDIT-STATUS.

           *> 監査ログ通番ファイル（このプログラムの最終通番を
           *> 保持し、エントリの改ざん検知に使う）
           SELECT AUDIT-SEQ-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 会計期間レコード構造（GL-JOURNALの
       *> ACCOUNTING-PERIOD-RECORDと同一）
       FD  ACCOUNTING-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNTING-PERIOD-RECORD.
           05  WS-AP-PERIOD PIC X(6).
           *> 会計期間（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-AP-STATUS PIC X(6).
           *> 状態（OPEN/CLOSED）

       *> オペレーターマスタレコード構造（EMPLOYEEの
       *> OPERATOR-RECORDと同一）
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  WS-OP-ID PIC X(8).
           05  FILLER PIC X(1).
           05  WS-OP-PASSWORD PIC X(8).
           05  FILLER PIC X(1).
           05  WS-OP-ROLE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-ACCT-STATUS PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-FAIL-COUNT PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-PWD-DATE PIC X(10).
           05  FILLER PIC X(1).
           05  WS-OP-FORCE-CHANGE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-PWD-FORMAT PIC X(1).
           *> パスワード形式（H=ハッシュ済み、空白=旧形式の平文）

       *> チェックリスト設定レコード構造
       FD  CHECKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKLIST-RECORD.
           05  WS-CK-CODE PIC X(8).
           *> 項目コード（JOURNALS/PAYROLL/ARRECON/INVRECON/OUTBOX）
           05  FILLER PIC X(1).
           05  WS-CK-REQUIRED PIC X(1).
           *> 必須区分（Y=未了なら締めを拒否、N=警告のみ）
           05  FILLER PIC X(1).
           05  WS-CK-DESCRIPTION PIC X(40).
           *> レポートに表示する項目名（空白は既定の名称）

       *> 取り込み済みバッチ登録レコード構造（GL-LOADERの
       *> LOADED-REGISTRY-RECORDと同一）
       FD  LOADED-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOADED-REGISTRY-RECORD.
           05  WS-LR-BATCH-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-LR-SOURCE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-LR-FILENAME PIC X(30).

       *> 仕訳レコード構造（GL-JOURNALのJOURNAL-RECORDと同一）
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05  WS-JR-RECORD-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-JR-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-COST-CENTER PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-DEBIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-JR-CREDIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-JR-SOURCE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-DATE PIC X(8).

       *> 送信簿レコード構造（TRANSMIT-GATEWAYのOUTBOX-RECORDと
       *> 同一。状態：NEW/SENT/ACKD/LATE）
       FD  OUTBOX-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTBOX-RECORD.
           05  WS-OB-FILE-NAME PIC X(30).
           05  FILLER PIC X(1).
           05  WS-OB-PARTNER PIC X(10).
           05  FILLER PIC X(1).
           05  WS-OB-RECORD-COUNT PIC 9(6).
           05  FILLER PIC X(1).
           05  WS-OB-AMOUNT-HASH PIC 9(11)V99.
           05  FILLER PIC X(1).
           05  WS-OB-STATUS PIC X(4).
           05  FILLER PIC X(1).
           05  WS-OB-SENT-TIME PIC X(14).

       *> 登録取込レコード（ファイル名 送信先 件数 金額ハッシュ）
       FD  OUTBOX-ADD-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-OUTBOX-ADD-RECORD PIC X(80).

       *> 支給期間レコード構造（PAYROLLのPAY-PERIOD-RECORDと同一）
       FD  PAY-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-PERIOD-RECORD.
           05  WS-PP-PERIOD-ID PIC X(7).
           *> 期間ID（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-PP-PAY-STATUS PIC X(4).
           *> 状態（OPEN/PAID）
           05  FILLER PIC X(1).
           05  WS-PP-PAID-DATE PIC X(10).

       *> 統制勘定照合レポート行
       FD  SUBLEDGER-RECON-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-SUBRECON-LINE PIC X(132).

       *> 締めのスーパーバイザー承認レコード構造
       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-RECORD.
           05  WS-OV-PERIOD PIC X(6).
           *> 承認対象の期間（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-OV-SUPERVISOR-ID PIC X(8).
           *> 承認したスーパーバイザーのID
           05  FILLER PIC X(1).
           05  WS-OV-REASON PIC X(40).
           *> 阻害要因があっても締める理由

       *> 締め記録レコード構造
       FD  CLOSE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-LOG-RECORD.
           05  WS-CL-PERIOD PIC X(6).
           *> 締めた期間（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-CL-OUTCOME PIC X(8).
           *> CLEAN=全項目完了、OVERRIDE=承認による締め
           05  FILLER PIC X(1).
           05  WS-CL-CLOSED-BY PIC X(8).
           *> 締めを実行したスーパーバイザー
           05  FILLER PIC X(1).
           05  WS-CL-OVERRIDE-BY PIC X(8).
           *> 承認したスーパーバイザー（承認なしは空白）
           05  FILLER PIC X(1).
           05  WS-CL-TIMESTAMP PIC X(14).
           *> 締めた日時
           05  FILLER PIC X(1).
           05  WS-CL-BLOCKER-COUNT PIC 9(3).
           *> 締め時点で残っていた阻害要因の数

       *> 変更ジャーナルレコード構造（PERIOD-MAINTの
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
           *> 操作（C=更新）
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

       *> 締めレポート行
       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REPORT-LINE PIC X(132).

       *> 他のバッチプログラムと共有する監査ログ
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AUDIT-LOG-RECORD PIC X(132).

       *> 監査ログ通番ファイル（最終通番のみを1行で保持する）
       FD  AUDIT-SEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEQ-RECORD           PIC 9(7).

       WORKING-STORAGE SECTION.
       *> 作業領域の変数定義
       01  WS-ACCTPERD-STATUS PIC X(2).
       *> ACCTPERD.DAT入出力の状態コード
           88  WS-ACCTPERD-OK VALUE '00'.
       01  WS-OPERATOR-STATUS PIC X(2).
       *> OPERATOR.DAT入出力の状態コード
           88  WS-OPERATOR-FILE-OK VALUE '00'.
       01  WS-CHECKLIST-STATUS PIC X(2).
       *> CLOSECHK.DAT入出力の状態コード
           88  WS-CHECKLIST-OK VALUE '00'.
       01  WS-REGISTRY-STATUS PIC X(2).
       *> GLLOADED.DAT入出力の状態コード
           88  WS-REGISTRY-OK VALUE '00'.
       01  WS-JOURNAL-STATUS PIC X(2).
       *> 仕訳バッチ入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.
       01  WS-OUTBOX-STATUS PIC X(2).
       *> OUTBOX.DAT入出力の状態コード
           88  WS-OUTBOX-OK VALUE '00'.
       01  WS-OUTBOX-ADD-STATUS PIC X(2).
       *> OUTBOXADD.DAT入出力の状態コード
           88  WS-OUTBOX-ADD-OK VALUE '00'.
       01  WS-PAYPERD-STATUS PIC X(2).
       *> PAYPERD.DAT入出力の状態コード
           88  WS-PAYPERD-OK VALUE '00'.
       01  WS-SUBRECON-STATUS PIC X(2).
       *> SUBRECON.TXT入出力の状態コード
           88  WS-SUBRECON-OK VALUE '00'.
       01  WS-OVERRIDE-STATUS PIC X(2).
       *> CLOSEOVR.DAT入出力の状態コード
           88  WS-OVERRIDE-FILE-OK VALUE '00'.
       01  WS-CLOSELOG-STATUS PIC X(2).
       *> CLOSELOG.DAT入出力の状態コード
       01  WS-REPORT-STATUS PIC X(2).
       *> CLOSERPT.TXT入出力の状態コード
       01  WS-CHGJRNL-STATUS PIC X(2).
       *> CHGJRNL.DAT入出力の状態コード
           88  WS-CHGJRNL-OK VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'PERDCLOS'.
           05  WS-AUDIT-PARAGRAPH-ID PIC X(30).
           05  WS-AUDIT-USER-ID      PIC X(8)  VALUE 'OPERATOR'.
           05  WS-AUDIT-OUTCOME      PIC X(1)  VALUE 'S'.
               88  WS-AUDIT-SUCCESS      VALUE 'S'.
               88  WS-AUDIT-FAILURE      VALUE 'F'.
           05  WS-AUDIT-MESSAGE      PIC X(60).
           05  WS-AUDIT-TIMESTAMP    PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  WS-AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       01  WS-JOURNAL-FILENAME PIC X(30).
       *> 期間を判定する仕訳バッチのファイル名
       01  WS-CURRENT-DATE-WORK PIC X(14).
       *> FUNCTION CURRENT-DATEの受け取り領域
       01  WS-OVERRIDE-MOVE-COMMAND PIC X(40).
       *> 使用済み承認ファイルの退避コマンド

       *> 会計期間テーブル（起動時に全件読み込み、締め時に書き戻す）
       01  WS-PERIOD-TABLE.
           05  WS-AP-COUNT PIC 9(3) VALUE 0.
           05  WS-AP-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-AP-IDX.
               10  WS-APT-PERIOD PIC X(6).
               10  WS-APT-STATUS PIC X(6).

       *> チェックリスト（設定ファイルの順に確認する）
       01  WS-CHECK-TABLE.
           05  WS-CT-COUNT PIC 9(2) VALUE 0.
           05  WS-CT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-CODE PIC X(8).
               10  WS-CT-REQUIRED PIC X(1).
               10  WS-CT-DESCRIPTION PIC X(40).
               10  WS-CT-RESULT PIC X(8).
               *> PASS/FAIL/WARN/UNKNOWN
               10  WS-CT-ISSUES PIC 9(3).

       *> 阻害要因（必須項目）と警告（任意項目）の一覧
       01  WS-BLOCKER-TABLE.
           05  WS-BK-COUNT PIC 9(3) VALUE 0.
           05  WS-BK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-CODE PIC X(8).
               10  WS-BK-REQUIRED PIC X(1).
               10  WS-BK-TEXT PIC X(100).

       *> 取り込み済みバッチのファイル名
       01  WS-LOADED-TABLE.
           05  WS-LD-COUNT PIC 9(4) VALUE 0.
           05  WS-LD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LD-IDX.
               10  WS-LD-FILENAME PIC X(30).

       *> 締めの制御
       01  WS-CLOSE-CONTROL.
           05  WS-EOF PIC X(1).
           *> 読み込み中ファイルの終端フラグ
           05  WS-CLOSE-PERIOD PIC X(6).
           *> 締め対象期間（YYYYMM）
           05  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
               10  WS-CLOSE-YEAR PIC 9(4).
               10  WS-CLOSE-MONTH PIC 9(2).
           05  WS-PAY-PERIOD-ID PIC X(7).
           *> 支給期間ID（YYYY-MM）
           05  WS-AP-FOUND PIC X(1).
           *> 期間検索の結果フラグ（Y/N）
           05  WS-REQUIRED-BLOCKERS PIC 9(3) VALUE 0.
           *> 必須項目の阻害要因の数
           05  WS-BLOCKERS-DROPPED PIC 9(3) VALUE 0.
           *> テーブル上限超過で一覧にできなかった件数
           05  WS-OVERRIDE-GRANTED PIC X(1) VALUE 'N'.
           *> スーパーバイザー承認があるかどうか（Y/N）
           05  WS-OVERRIDE-BY PIC X(8) VALUE SPACES.
           05  WS-OVERRIDE-REASON PIC X(40) VALUE SPACES.
           05  WS-CLOSE-DONE PIC X(1) VALUE 'N'.
           *> 期間を締めたかどうか（Y/N）
           05  WS-CHECK-CODE PIC X(8).
           *> 確認中の項目コード
           05  WS-CHECK-REQUIRED PIC X(1).
           *> 確認中の項目の必須区分
           05  WS-ISSUE-TEXT PIC X(100).
           *> 阻害要因・警告の説明
           05  WS-BATCH-PERIOD PIC X(6).
           *> 仕訳バッチの期間
           05  WS-BATCH-NAME PIC X(30).
           *> 確認中の仕訳バッチのファイル名
           05  WS-ADD-FILE-NAME PIC X(30).
           05  WS-ADD-PARTNER PIC X(10).
           *> 登録取込レコードのファイル名と送信先
           05  WS-LOADED-FOUND PIC X(1).
           *> バッチが取り込み済みかどうか（Y/N）
           05  WS-PAY-FOUND PIC X(1).
           *> 支給期間が見つかったかどうか（Y/N）
           05  WS-RECON-LABEL PIC X(20).
           *> 照合レポートで確認する統制勘定の見出し
           05  WS-RECON-FOUND PIC X(1).
           *> 照合レポートに当期間の行があったかどうか（Y/N）
           05  WS-RECON-STATE PIC X(12).
           *> 照合レポートの状態欄
           05  WS-SUPERVISOR-CHECK-ID PIC X(8).
           *> 有効なスーパーバイザーか確認するID
           05  WS-SUPERVISOR-VALID PIC X(1).
           *> 有効なスーパーバイザーかどうか（Y/N）
           05  WS-OPERATOR-EOF PIC X(1).
           *> オペレーターファイル終端フラグ

       *> サインオン用の作業領域（PERIOD-MAINTと同一）
       01  WS-SIGNON-CONTROL.
           05  WS-SIGNON-USER-ID PIC X(8).
           05  WS-SIGNON-PASSWORD PIC X(8).
           05  WS-SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
           05  WS-SIGNON-OK PIC X(1) VALUE 'N'.
               88  WS-SIGNED-ON VALUE 'Y'.
           05  WS-PWD-SOURCE PIC X(8).
           *> ハッシュ計算の対象文字列
           05  WS-PWD-HASH PIC 9(8).
           *> 計算したパスワードハッシュ
           05  WS-PWD-HASH-X REDEFINES WS-PWD-HASH PIC X(8).
           05  WS-PWD-CHAR-POS PIC 9(2).
           *> ハッシュ計算の文字位置

       *> 変更ジャーナル用の作業領域（PERIOD-MAINTと同一）
       01  WS-JOURNAL-CONTROL.
           05  WS-JRN-CORRELATION-ID PIC X(24) VALUE SPACES.
           *> この実行の相関ID（記録時に採番）
           05  WS-JRN-SEQUENCE PIC 9(5) VALUE 0.
           05  WS-JRN-TIMESTAMP PIC X(14).
           05  WS-JRN-BEFORE-IMAGE PIC X(13).
           *> 変更前の期間レコード（ACCOUNTING-PERIOD-RECORDの形式）
           05  WS-JRN-AFTER-IMAGE PIC X(13).
       01  WS-JRN-PERIOD-IMAGE.
       *> 期間テーブル1件分をレコード形式に組み立てる領域
           05  WS-JPI-PERIOD PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-JPI-STATUS PIC X(6).

       *> レポート編集用
       01  WS-DISPLAY-COUNT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Period-End Close'
           DISPLAY '=========================================='

           PERFORM SUPERVISOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY 'Sign-on failed - exiting'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Enter Period to close (YYYYMM): '
           ACCEPT WS-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD IS NOT NUMERIC
               OR WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY 'Error: period must be YYYYMM'
               MOVE 'Invalid close period' TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           MOVE SPACES TO WS-PAY-PERIOD-ID
           STRING WS-CLOSE-PERIOD(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD(5:2) DELIMITED BY SIZE
               INTO WS-PAY-PERIOD-ID
           END-STRING

           PERFORM LOAD-PERIOD-TABLE
           PERFORM LOOKUP-PERIOD
           IF WS-AP-FOUND NOT = 'Y'
               DISPLAY '*** Period ' WS-CLOSE-PERIOD
                   ' is not on the period master'
               MOVE 'Close refused - period not on file'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           IF WS-APT-STATUS(WS-AP-IDX) = 'CLOSED'
               DISPLAY '*** Period ' WS-CLOSE-PERIOD
                   ' is already CLOSED'
               MOVE 'Close refused - period already closed'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           PERFORM LOAD-CHECKLIST
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM RUN-CHECK-ITEM
           END-PERFORM

           IF WS-REQUIRED-BLOCKERS > 0
               PERFORM CHECK-CLOSE-OVERRIDE
           END-IF

           IF WS-REQUIRED-BLOCKERS = 0
               OR WS-OVERRIDE-GRANTED = 'Y'
               PERFORM CLOSE-ACCOUNTING-PERIOD
           END-IF

           PERFORM WRITE-CLOSE-REPORT

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-CLOSE-DONE = 'Y'
               MOVE 'S' TO WS-AUDIT-OUTCOME
               IF WS-OVERRIDE-GRANTED = 'Y'
                   STRING 'Period closed under override by '
                          DELIMITED BY SIZE
                          WS-OVERRIDE-BY DELIMITED BY SPACE
                          ': ' DELIMITED BY SIZE
                          WS-CLOSE-PERIOD DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   STRING 'Period closed - checklist complete: '
                          DELIMITED BY SIZE
                          WS-CLOSE-PERIOD DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               PERFORM WRITE-AUDIT-LOG
               DISPLAY 'Period ' WS-CLOSE-PERIOD ' is now CLOSED'
           ELSE
               MOVE 'F' TO WS-AUDIT-OUTCOME
               STRING 'Close refused - ' DELIMITED BY SIZE
                      WS-REQUIRED-BLOCKERS DELIMITED BY SIZE
                      ' blocker(s) for period ' DELIMITED BY SIZE
                      WS-CLOSE-PERIOD DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               DISPLAY '*** Close refused - ' WS-REQUIRED-BLOCKERS
                   ' blocker(s); see CLOSERPT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
           *> プログラム終了

       REFUSE-RUN.
       *> 実行の拒否（WS-AUDIT-MESSAGEに理由を設定して呼ぶ）
           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       SUPERVISOR-SIGN-ON.
       *> スーパーバイザーのサインオン（PERIOD-MAINTと同じく
       *> OPERATOR.DATと照合し、ロールSのみ許可。3回失敗で打ち切り）
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY 'Operator file not found - period '
                   'close requires a supervisor account'
               EXIT PARAGRAPH
           END-IF
           CLOSE OPERATOR-FILE

           MOVE 0 TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-SIGNED-ON
                   OR WS-SIGNON-ATTEMPTS >= 3
               DISPLAY 'Supervisor ID: '
               ACCEPT WS-SIGNON-USER-ID
               DISPLAY 'Password: '
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM VERIFY-SUPERVISOR
               IF NOT WS-SIGNED-ON
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY 'Sign-on failed!'
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

           IF WS-SIGNED-ON
               MOVE WS-SIGNON-USER-ID TO WS-AUDIT-USER-ID
               DISPLAY 'Signed on as ' WS-AUDIT-USER-ID
           END-IF.

       VERIFY-SUPERVISOR.
       *> 入力されたID・パスワードをオペレーターファイルと照合する
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       PERFORM MATCH-OPERATOR-RECORD
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       MATCH-OPERATOR-RECORD.
       *> オペレーター1件分の照合（ロールS・有効なアカウントのみ）
           IF WS-OP-ID NOT = WS-SIGNON-USER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ROLE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ACCT-STATUS = 'D' OR WS-OP-ACCT-STATUS = 'L'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-PWD-FORMAT = 'H'
               MOVE WS-SIGNON-PASSWORD TO WS-PWD-SOURCE
               PERFORM COMPUTE-PASSWORD-HASH
               IF WS-PWD-HASH-X = WS-OP-PASSWORD
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           ELSE
               IF WS-OP-PASSWORD = WS-SIGNON-PASSWORD
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           END-IF.

       COMPUTE-PASSWORD-HASH.
       *> パスワードハッシュの計算（EMPLOYEEと同一の一方向変換）
           MOVE 0 TO WS-PWD-HASH
           PERFORM VARYING WS-PWD-CHAR-POS FROM 1 BY 1
                   UNTIL WS-PWD-CHAR-POS > 8
               COMPUTE WS-PWD-HASH = FUNCTION MOD(
                   WS-PWD-HASH * 31
                   + FUNCTION ORD(
                       WS-PWD-SOURCE(WS-PWD-CHAR-POS:1))
                   * WS-PWD-CHAR-POS, 99999989)
           END-PERFORM.

       CHECK-SUPERVISOR-ID.
       *> WS-SUPERVISOR-CHECK-IDが有効なスーパーバイザー（ロールS、
       *> 停止・ロックなし）かどうかの確認
           MOVE 'N' TO WS-SUPERVISOR-VALID
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPERATOR-EOF
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       IF WS-OP-ID = WS-SUPERVISOR-CHECK-ID
                           AND WS-OP-ROLE = 'S'
                           AND WS-OP-ACCT-STATUS NOT = 'D'
                           AND WS-OP-ACCT-STATUS NOT = 'L'
                           MOVE 'Y' TO WS-SUPERVISOR-VALID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       LOAD-PERIOD-TABLE.
       *> 会計期間マスタの読み込み
           MOVE 0 TO WS-AP-COUNT
           OPEN INPUT ACCOUNTING-PERIOD-FILE
           IF NOT WS-ACCTPERD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTING-PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AP-COUNT < 120
                           ADD 1 TO WS-AP-COUNT
                           SET WS-AP-IDX TO WS-AP-COUNT
                           MOVE WS-AP-PERIOD
                               TO WS-APT-PERIOD(WS-AP-IDX)
                           MOVE WS-AP-STATUS
                               TO WS-APT-STATUS(WS-AP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTING-PERIOD-FILE.

       LOOKUP-PERIOD.
       *> 締め対象期間をテーブルから検索する
           MOVE 'N' TO WS-AP-FOUND
           IF WS-AP-COUNT > 0
               SET WS-AP-IDX TO 1
               SEARCH WS-AP-ENTRY
                   WHEN WS-AP-IDX > WS-AP-COUNT
                       CONTINUE
                   WHEN WS-APT-PERIOD(WS-AP-IDX) = WS-CLOSE-PERIOD
                       MOVE 'Y' TO WS-AP-FOUND
               END-SEARCH
           END-IF.

       LOAD-CHECKLIST.
       *> チェックリスト設定の読み込み（ファイルが無い場合は全項目を
       *> 必須とする。未知の項目コードは確認不能として扱う）
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT CHECKLIST-FILE
           IF WS-CHECKLIST-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CK-CODE NOT = SPACES
                               AND WS-CK-CODE(1:1) NOT = '*'
                               AND WS-CT-COUNT < 20
                               ADD 1 TO WS-CT-COUNT
                               MOVE WS-CK-CODE
                                   TO WS-CT-CODE(WS-CT-COUNT)
                               IF WS-CK-REQUIRED = 'N'
                                   MOVE 'N'
                                       TO WS-CT-REQUIRED(WS-CT-COUNT)
                               ELSE
                                   MOVE 'Y'
                                       TO WS-CT-REQUIRED(WS-CT-COUNT)
                               END-IF
                               MOVE WS-CK-DESCRIPTION
                                   TO WS-CT-DESCRIPTION(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKLIST-FILE
           ELSE
               DISPLAY 'CLOSECHK.DAT not found - all checks required'
               MOVE 'JOURNALS' TO WS-CT-CODE(1)
               MOVE 'PAYROLL' TO WS-CT-CODE(2)
               MOVE 'ARRECON' TO WS-CT-CODE(3)
               MOVE 'INVRECON' TO WS-CT-CODE(4)
               MOVE 'OUTBOX' TO WS-CT-CODE(5)
               MOVE 5 TO WS-CT-COUNT
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   MOVE 'Y' TO WS-CT-REQUIRED(WS-CT-IDX)
                   MOVE SPACES TO WS-CT-DESCRIPTION(WS-CT-IDX)
               END-PERFORM
           END-IF.

       RUN-CHECK-ITEM.
       *> チェックリスト1項目の確認
           MOVE WS-CT-CODE(WS-CT-IDX) TO WS-CHECK-CODE
           MOVE WS-CT-REQUIRED(WS-CT-IDX) TO WS-CHECK-REQUIRED
           MOVE 0 TO WS-CT-ISSUES(WS-CT-IDX)
           EVALUATE WS-CHECK-CODE
               WHEN 'JOURNALS'
                   IF WS-CT-DESCRIPTION(WS-CT-IDX) = SPACES
                       MOVE 'JOURNAL BATCHES LOADED INTO GL'
                           TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   END-IF
                   PERFORM CHECK-JOURNALS-LOADED
               WHEN 'PAYROLL'
                   IF WS-CT-DESCRIPTION(WS-CT-IDX) = SPACES
                       MOVE 'PAYROLL FOR THE PERIOD PAID'
                           TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   END-IF
                   PERFORM CHECK-PAYROLL-PAID
               WHEN 'ARRECON'
                   IF WS-CT-DESCRIPTION(WS-CT-IDX) = SPACES
                       MOVE 'AR CONTROL RECONCILED TO SUBLEDGER'
                           TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   END-IF
                   MOVE 'AR CONTROL' TO WS-RECON-LABEL
                   PERFORM CHECK-RECONCILIATION
               WHEN 'INVRECON'
                   IF WS-CT-DESCRIPTION(WS-CT-IDX) = SPACES
                       MOVE 'INVENTORY RECONCILED TO VALUATION'
                           TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   END-IF
                   MOVE 'INVENTORY' TO WS-RECON-LABEL
                   PERFORM CHECK-RECONCILIATION
               WHEN 'OUTBOX'
                   IF WS-CT-DESCRIPTION(WS-CT-IDX) = SPACES
                       MOVE 'OUTBOX FILES ACKNOWLEDGED'
                           TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   END-IF
                   PERFORM CHECK-OUTBOX-ACKNOWLEDGED
               WHEN OTHER
                   MOVE SPACES TO WS-ISSUE-TEXT
                   STRING 'UNKNOWN CHECKLIST ITEM ' DELIMITED BY SIZE
                          WS-CHECK-CODE DELIMITED BY SPACE
                          ' - CANNOT BE VERIFIED' DELIMITED BY SIZE
                       INTO WS-ISSUE-TEXT
                   END-STRING
                   PERFORM ADD-ISSUE
           END-EVALUATE

           IF WS-CT-ISSUES(WS-CT-IDX) = 0
               MOVE 'PASS' TO WS-CT-RESULT(WS-CT-IDX)
           ELSE
               IF WS-CHECK-REQUIRED = 'Y'
                   MOVE 'FAIL' TO WS-CT-RESULT(WS-CT-IDX)
               ELSE
                   MOVE 'WARN' TO WS-CT-RESULT(WS-CT-IDX)
               END-IF
           END-IF
           DISPLAY WS-CHECK-CODE ' ' WS-CT-RESULT(WS-CT-IDX).

       ADD-ISSUE.
       *> 阻害要因（必須項目）または警告（任意項目）の登録
           ADD 1 TO WS-CT-ISSUES(WS-CT-IDX)
           IF WS-CHECK-REQUIRED = 'Y'
               ADD 1 TO WS-REQUIRED-BLOCKERS
           END-IF
           IF WS-BK-COUNT >= 200
               ADD 1 TO WS-BLOCKERS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE WS-CHECK-CODE TO WS-BK-CODE(WS-BK-COUNT)
           MOVE WS-CHECK-REQUIRED TO WS-BK-REQUIRED(WS-BK-COUNT)
           MOVE WS-ISSUE-TEXT TO WS-BK-TEXT(WS-BK-COUNT).

       CHECK-JOURNALS-LOADED.
       *> 当期間の仕訳バッチがすべて取り込み済みかの確認。対象は
       *> 送信簿・登録取込ファイルのCORPGL向けバッチのうちヘッダー
       *> 日付が当期間のものと、当期間の固定資産償却バッチ
           PERFORM LOAD-LOADED-BATCHES

           OPEN INPUT OUTBOX-FILE
           IF WS-OUTBOX-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTBOX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-OB-PARTNER = 'CORPGL'
                               MOVE WS-OB-FILE-NAME TO WS-BATCH-NAME
                               PERFORM CHECK-ONE-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF

           OPEN INPUT OUTBOX-ADD-FILE
           IF WS-OUTBOX-ADD-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTBOX-ADD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-ADD-FILE-NAME
                           MOVE SPACES TO WS-ADD-PARTNER
                           UNSTRING WS-OUTBOX-ADD-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-ADD-FILE-NAME, WS-ADD-PARTNER
                           END-UNSTRING
                           IF WS-ADD-PARTNER = 'CORPGL'
                               MOVE WS-ADD-FILE-NAME TO WS-BATCH-NAME
                               PERFORM CHECK-ONE-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-ADD-FILE
           END-IF

           *> 固定資産償却バッチ（FIXED-ASSETSが期間ごとに作成する）
           MOVE SPACES TO WS-BATCH-NAME
           STRING 'FADEPR-' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-BATCH-NAME
           END-STRING
           MOVE WS-BATCH-NAME TO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-OK
               CLOSE JOURNAL-FILE
               PERFORM CHECK-ONE-BATCH
           END-IF.

       LOAD-LOADED-BATCHES.
       *> 取り込み済みバッチのファイル名の読み込み
           MOVE 0 TO WS-LD-COUNT
           OPEN INPUT LOADED-REGISTRY-FILE
           IF NOT WS-REGISTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOADED-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LD-COUNT < 2000
                           ADD 1 TO WS-LD-COUNT
                           MOVE WS-LR-FILENAME
                               TO WS-LD-FILENAME(WS-LD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADED-REGISTRY-FILE.

       CHECK-ONE-BATCH.
       *> 仕訳バッチ1件の期間判定と取り込み済みの確認（期間は
       *> ヘッダーの日付、ファイルが無い場合はファイル名の日付）
           MOVE SPACES TO WS-BATCH-PERIOD
           MOVE WS-BATCH-NAME TO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-OK
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-JR-RECORD-TYPE = 'H'
                           MOVE WS-JR-DATE(1:6) TO WS-BATCH-PERIOD
                       END-IF
               END-READ
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-BATCH-PERIOD = SPACES
               AND WS-BATCH-NAME(1:8) = 'JOURNAL-'
               MOVE WS-BATCH-NAME(9:6) TO WS-BATCH-PERIOD
           END-IF
           IF WS-BATCH-PERIOD NOT = WS-CLOSE-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LOADED-FOUND
           IF WS-LD-COUNT > 0
               SET WS-LD-IDX TO 1
               SEARCH WS-LD-ENTRY
                   WHEN WS-LD-IDX > WS-LD-COUNT
                       CONTINUE
                   WHEN WS-LD-FILENAME(WS-LD-IDX) = WS-BATCH-NAME
                       MOVE 'Y' TO WS-LOADED-FOUND
               END-SEARCH
           END-IF
           IF WS-LOADED-FOUND NOT = 'Y'
               MOVE SPACES TO WS-ISSUE-TEXT
               STRING 'JOURNAL BATCH ' DELIMITED BY SIZE
                      WS-BATCH-NAME DELIMITED BY SPACE
                      ' NOT LOADED INTO GL (GLLOADED.DAT)'
                          DELIMITED BY SIZE
                   INTO WS-ISSUE-TEXT
               END-STRING
               PERFORM ADD-ISSUE
           END-IF.

       CHECK-PAYROLL-PAID.
       *> 当期間の支給期間がPAYPERD.DATでPAIDかどうかの確認
           MOVE 'N' TO WS-PAY-FOUND
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYPERD-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PP-PERIOD-ID = WS-PAY-PERIOD-ID
                               MOVE 'Y' TO WS-PAY-FOUND
                               IF WS-PP-PAY-STATUS NOT = 'PAID'
                                   MOVE SPACES TO WS-ISSUE-TEXT
                                   STRING 'PAYROLL PERIOD '
                                              DELIMITED BY SIZE
                                          WS-PAY-PERIOD-ID
                                              DELIMITED BY SIZE
                                          ' IS ' DELIMITED BY SIZE
                                          WS-PP-PAY-STATUS
                                              DELIMITED BY SPACE
                                          ', NOT PAID'
                                              DELIMITED BY SIZE
                                       INTO WS-ISSUE-TEXT
                                   END-STRING
                                   PERFORM ADD-ISSUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF
           IF WS-PAY-FOUND NOT = 'Y'
               MOVE SPACES TO WS-ISSUE-TEXT
               STRING 'PAYROLL PERIOD ' DELIMITED BY SIZE
                      WS-PAY-PERIOD-ID DELIMITED BY SIZE
                      ' NOT RUN (NOT IN PAYPERD.DAT)' DELIMITED BY SIZE
                   INTO WS-ISSUE-TEXT
               END-STRING
               PERFORM ADD-ISSUE
           END-IF.

       CHECK-RECONCILIATION.
       *> 統制勘定照合レポートが当期間のもので、WS-RECON-LABELの
       *> 統制勘定が一致（AGREES）しているかの確認
           MOVE 'N' TO WS-RECON-FOUND
           MOVE SPACES TO WS-RECON-STATE
           OPEN INPUT SUBLEDGER-RECON-FILE
           IF WS-SUBRECON-OK
               MOVE 'N' TO WS-EOF
               READ SUBLEDGER-RECON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               *> 見出し行の照合月が当期間でなければ古いレポート
               IF WS-EOF = 'N'
                   AND WS-SUBRECON-LINE(56:6) = WS-CLOSE-PERIOD
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SUBLEDGER-RECON-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-SUBRECON-LINE(1:20)
                                       = WS-RECON-LABEL
                                   AND WS-RECON-FOUND = 'N'
                                   MOVE 'Y' TO WS-RECON-FOUND
                                   MOVE WS-SUBRECON-LINE(89:12)
                                       TO WS-RECON-STATE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SUBLEDGER-RECON-FILE
           END-IF

           MOVE SPACES TO WS-ISSUE-TEXT
           EVALUATE TRUE
               WHEN WS-RECON-FOUND NOT = 'Y'
                   STRING WS-RECON-LABEL DELIMITED BY '  '
                          ' RECONCILIATION NOT RUN FOR PERIOD '
                              DELIMITED BY SIZE
                          WS-CLOSE-PERIOD DELIMITED BY SIZE
                          ' (SUBRECON.TXT)' DELIMITED BY SIZE
                       INTO WS-ISSUE-TEXT
                   END-STRING
                   PERFORM ADD-ISSUE
               WHEN WS-RECON-STATE NOT = 'AGREES'
                   STRING WS-RECON-LABEL DELIMITED BY '  '
                          ' RECONCILIATION NOT IN BALANCE - '
                              DELIMITED BY SIZE
                          WS-RECON-STATE DELIMITED BY '  '
                       INTO WS-ISSUE-TEXT
                   END-STRING
                   PERFORM ADD-ISSUE
           END-EVALUATE.

       CHECK-OUTBOX-ACKNOWLEDGED.
       *> 送信簿に受領確認（ACKD）でない登録が無いか、登録取込
       *> ファイルに未取込の登録が無いかの確認
           OPEN INPUT OUTBOX-FILE
           IF WS-OUTBOX-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTBOX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-OB-STATUS NOT = 'ACKD'
                               AND WS-OB-FILE-NAME NOT = SPACES
                               MOVE SPACES TO WS-ISSUE-TEXT
                               STRING 'OUTBOX FILE ' DELIMITED BY SIZE
                                      WS-OB-FILE-NAME
                                          DELIMITED BY SPACE
                                      ' TO ' DELIMITED BY SIZE
                                      WS-OB-PARTNER DELIMITED BY SPACE
                                      ' IS ' DELIMITED BY SIZE
                                      WS-OB-STATUS DELIMITED BY SPACE
                                      ' - NOT ACKNOWLEDGED'
                                          DELIMITED BY SIZE
                                   INTO WS-ISSUE-TEXT
                               END-STRING
                               PERFORM ADD-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF

           OPEN INPUT OUTBOX-ADD-FILE
           IF WS-OUTBOX-ADD-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTBOX-ADD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-OUTBOX-ADD-RECORD NOT = SPACES
                               MOVE SPACES TO WS-ADD-FILE-NAME
                               MOVE SPACES TO WS-ADD-PARTNER
                               UNSTRING WS-OUTBOX-ADD-RECORD
                                   DELIMITED BY ALL SPACE
                                   INTO WS-ADD-FILE-NAME,
                                        WS-ADD-PARTNER
                               END-UNSTRING
                               MOVE SPACES TO WS-ISSUE-TEXT
                               STRING 'OUTBOX FILE ' DELIMITED BY SIZE
                                      WS-ADD-FILE-NAME
                                          DELIMITED BY SPACE
                                      ' TO ' DELIMITED BY SIZE
                                      WS-ADD-PARTNER DELIMITED BY SPACE
                                      ' REGISTERED BUT NOT YET SENT'
                                          DELIMITED BY SIZE
                                   INTO WS-ISSUE-TEXT
                               END-STRING
                               PERFORM ADD-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-ADD-FILE
           END-IF.

       CHECK-CLOSE-OVERRIDE.
       *> 締めのスーパーバイザー承認の確認（当期間の承認で、承認者
       *> が有効なスーパーバイザーの場合のみ有効。使用済みの承認は
       *> 退避して使い捨てる）
           MOVE 'N' TO WS-OVERRIDE-GRANTED
           OPEN INPUT OVERRIDE-FILE
           IF NOT WS-OVERRIDE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ OVERRIDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-OV-PERIOD = WS-CLOSE-PERIOD
                       MOVE WS-OV-SUPERVISOR-ID
                           TO WS-SUPERVISOR-CHECK-ID
                       MOVE WS-OV-REASON TO WS-OVERRIDE-REASON
                       MOVE 'Y' TO WS-OVERRIDE-GRANTED
                   END-IF
           END-READ
           CLOSE OVERRIDE-FILE
           IF WS-OVERRIDE-GRANTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SUPERVISOR-ID
           IF WS-SUPERVISOR-VALID NOT = 'Y'
               MOVE 'N' TO WS-OVERRIDE-GRANTED
               DISPLAY '*** Override ignored - '
                   WS-SUPERVISOR-CHECK-ID
                   ' is not an active supervisor'
               MOVE 'CHECK-CLOSE-OVERRIDE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Override rejected - not a supervisor: '
                      DELIMITED BY SIZE
                      WS-SUPERVISOR-CHECK-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUPERVISOR-CHECK-ID TO WS-OVERRIDE-BY
           MOVE 'mv CLOSEOVR.DAT CLOSEOVR.DONE'
               TO WS-OVERRIDE-MOVE-COMMAND
           CALL 'SYSTEM' USING WS-OVERRIDE-MOVE-COMMAND
           DISPLAY 'Close override recorded by ' WS-OVERRIDE-BY.

       CLOSE-ACCOUNTING-PERIOD.
       *> 会計期間をCLOSEDに更新して書き戻し、変更ジャーナルと
       *> 締め記録へ追記する
           MOVE WS-APT-PERIOD(WS-AP-IDX) TO WS-JPI-PERIOD
           MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-JPI-STATUS
           MOVE WS-JRN-PERIOD-IMAGE TO WS-JRN-BEFORE-IMAGE
           MOVE 'CLOSED' TO WS-APT-STATUS(WS-AP-IDX)
           MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-JPI-STATUS
           MOVE WS-JRN-PERIOD-IMAGE TO WS-JRN-AFTER-IMAGE
           OPEN OUTPUT ACCOUNTING-PERIOD-FILE
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE SPACES TO ACCOUNTING-PERIOD-RECORD
               MOVE WS-APT-PERIOD(WS-AP-IDX) TO WS-AP-PERIOD
               MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-AP-STATUS
               WRITE ACCOUNTING-PERIOD-RECORD
           END-PERFORM
           CLOSE ACCOUNTING-PERIOD-FILE
           MOVE 'Y' TO WS-CLOSE-DONE
           PERFORM JOURNAL-PERIOD-CLOSE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           OPEN EXTEND CLOSE-LOG-FILE
           IF WS-CLOSELOG-STATUS NOT = '00'
               OPEN OUTPUT CLOSE-LOG-FILE
           END-IF
           MOVE SPACES TO CLOSE-LOG-RECORD
           MOVE WS-CLOSE-PERIOD TO WS-CL-PERIOD
           IF WS-OVERRIDE-GRANTED = 'Y'
               MOVE 'OVERRIDE' TO WS-CL-OUTCOME
           ELSE
               MOVE 'CLEAN' TO WS-CL-OUTCOME
           END-IF
           MOVE WS-SIGNON-USER-ID TO WS-CL-CLOSED-BY
           MOVE WS-OVERRIDE-BY TO WS-CL-OVERRIDE-BY
           MOVE WS-CURRENT-DATE-WORK TO WS-CL-TIMESTAMP
           MOVE WS-REQUIRED-BLOCKERS TO WS-CL-BLOCKER-COUNT
           WRITE CLOSE-LOG-RECORD
           CLOSE CLOSE-LOG-FILE.

       JOURNAL-PERIOD-CLOSE.
       *> 締めた期間の変更を変更ジャーナルへ記録する（PERIOD-MAINT
       *> のJOURNAL-PERIOD-CHANGEと同じ形式。既にCLOSEDだった場合は
       *> 記録しない。操作者はサインオンしたスーパーバイザー。
       *> 複数プログラムが追記するためEXTENDで開き、ファイルが
       *> 無ければOUTPUTで新規作成する）
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
           MOVE 'C' TO WS-CJ-ACTION
           MOVE WS-CLOSE-PERIOD TO WS-CJ-KEY
           MOVE WS-SIGNON-USER-ID TO WS-CJ-OPERATOR
           MOVE WS-JRN-CORRELATION-ID TO WS-CJ-CORRELATION-ID
           MOVE WS-JRN-SEQUENCE TO WS-CJ-SEQUENCE
           MOVE 13 TO WS-CJ-IMAGE-LENGTH
           MOVE WS-JRN-BEFORE-IMAGE TO WS-CJ-BEFORE-IMAGE
           MOVE WS-JRN-AFTER-IMAGE TO WS-CJ-AFTER-IMAGE

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF NOT WS-CHGJRNL-OK
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD
           CLOSE CHANGE-JOURNAL-FILE.

       WRITE-CLOSE-REPORT.
       *> 締めレポートの出力（項目別の結果、阻害要因・警告の一覧、
       *> 結果とサインオフ欄）
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIOD-END CLOSE REPORT - PERIOD ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN ' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK DELIMITED BY SIZE
                  ' BY SUPERVISOR ' DELIMITED BY SIZE
                  WS-SIGNON-USER-ID DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'CHECK' TO WS-REPORT-LINE(1:8)
           MOVE 'REQUIRED' TO WS-REPORT-LINE(10:8)
           MOVE 'RESULT' TO WS-REPORT-LINE(19:8)
           MOVE 'ISSUES' TO WS-REPORT-LINE(28:6)
           MOVE 'DESCRIPTION' TO WS-REPORT-LINE(36:11)
           WRITE WS-REPORT-LINE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CT-CODE(WS-CT-IDX) TO WS-REPORT-LINE(1:8)
               MOVE WS-CT-REQUIRED(WS-CT-IDX) TO WS-REPORT-LINE(13:1)
               MOVE WS-CT-RESULT(WS-CT-IDX) TO WS-REPORT-LINE(19:8)
               MOVE WS-CT-ISSUES(WS-CT-IDX) TO WS-DISPLAY-COUNT
               MOVE WS-DISPLAY-COUNT TO WS-REPORT-LINE(31:3)
               MOVE WS-CT-DESCRIPTION(WS-CT-IDX)
                   TO WS-REPORT-LINE(36:40)
               WRITE WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE 'BLOCKERS AND WARNINGS:' TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-BK-COUNT = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-BK-REQUIRED(WS-BK-IDX) = 'Y'
                   MOVE '  BLOCKER' TO WS-REPORT-LINE(1:9)
               ELSE
                   MOVE '  WARNING' TO WS-REPORT-LINE(1:9)
               END-IF
               MOVE WS-BK-CODE(WS-BK-IDX) TO WS-REPORT-LINE(11:8)
               MOVE WS-BK-TEXT(WS-BK-IDX) TO WS-REPORT-LINE(20:100)
               WRITE WS-REPORT-LINE
           END-PERFORM
           IF WS-BLOCKERS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ... AND ' DELIMITED BY SIZE
                      WS-BLOCKERS-DROPPED DELIMITED BY SIZE
                      ' MORE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CLOSE-DONE = 'Y'
                   AND WS-OVERRIDE-GRANTED = 'Y'
                   STRING 'OUTCOME: PERIOD CLOSED UNDER SUPERVISOR '
                          DELIMITED BY SIZE
                          'OVERRIDE WITH ' DELIMITED BY SIZE
                          WS-REQUIRED-BLOCKERS DELIMITED BY SIZE
                          ' BLOCKER(S) OUTSTANDING' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-CLOSE-DONE = 'Y'
                   MOVE 'OUTCOME: PERIOD CLOSED - CHECKLIST COMPLETE'
                       TO WS-REPORT-LINE
               WHEN OTHER
                   STRING 'OUTCOME: CLOSE REFUSED - ' DELIMITED BY SIZE
                          WS-REQUIRED-BLOCKERS DELIMITED BY SIZE
                          ' BLOCKER(S)' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE WS-REPORT-LINE
           IF WS-OVERRIDE-GRANTED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OVERRIDE APPROVED BY: ' DELIMITED BY SIZE
                      WS-OVERRIDE-BY DELIMITED BY SPACE
                      '  REASON: ' DELIMITED BY SIZE
                      WS-OVERRIDE-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SIGNED OFF BY: ' DELIMITED BY SIZE
                  WS-SIGNON-USER-ID DELIMITED BY SIZE
                  '  DATE: ' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                  '  SIGNATURE: ______________________'
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           CLOSE CLOSE-REPORT-FILE.

       WRITE-AUDIT-LOG.
       *> 監査ログへの書き込み（他のバッチプログラムと共通の
       *> "タイムスタンプ プログラムID パラグラフID ユーザID
       *> [結果] メッセージ" 形式。複数プログラムが追記するため
       *> EXTENDで開き、ファイルが無ければOUTPUTで新規作成する）
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           PERFORM NEXT-AUDIT-SEQUENCE

           MOVE SPACES TO WS-AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-PARAGRAPH-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-USER-ID DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  WS-AUDIT-OUTCOME DELIMITED BY SIZE
                  '] #' DELIMITED BY SIZE
                  WS-AUDIT-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-MESSAGE DELIMITED BY SIZE
                     INTO WS-AUDIT-LOG-RECORD
           END-STRING

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE WS-AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       NEXT-AUDIT-SEQUENCE.
           *> プログラム別の監査ログ通番を採番する。最終通番は
           *> AUDITSEQ-<プログラムID>.DATに保持するため、ログの
           *> ローテーション後も通番の連続性が保たれる
           IF WS-AUDIT-SEQ-FILENAME = SPACES
               STRING 'AUDITSEQ-' DELIMITED BY SIZE
                      WS-AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-AUDIT-SEQ-FILENAME
               END-STRING
           END-IF
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-AUDIT-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUDIT-SEQ-RECORD TO WS-AUDIT-SEQUENCE
               END-READ
               CLOSE AUDIT-SEQ-FILE
           END-IF
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQ-RECORD
           OPEN OUTPUT AUDIT-SEQ-FILE
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.
