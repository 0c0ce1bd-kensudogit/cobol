       *>             （追加・無効化・ロック解除・パスワード
       *>             リセット）を新設。旧形式の平文レコードは
       *>             初回サインオンでハッシュ化される
       *> 2026-10-15  COBOL Developer  バッチ保守のUPDATE指示に給与
       *>             変更の発効日を追加（給与変更履歴の変更日に
       *>             記録し、PAYROLLの遡及支給の起点になる。空白は
       *>             従来どおり当日。MERIT-CYCLEが生成する昇給指示
       *>             で使用）
       *> 2026-10-15  COBOL Developer  ポジション管理（POSITION.DAT）
       *>             を新設。部署・等級・予算給与ごとの予算ポジション
       *>             と在任者を管理し、登録（対話・バッチ）は空き
       *>             ポジションの充当を必須化（対話は警告のうえ確認）。
       *>             退職・削除・異動でポジションを空け、部署別の
       *>             予算対実績人数・給与と空席期間の月次レポートと
       *>             ポジション保守メニューを追加
       *> 2026-10-15  COBOL Developer  退職（対話・バッチ）時に最終
       *>             給与依頼ファイル（FINALPAY.DAT）へ追記し、PAYROLL
       *>             の最終給与モードで日割給与と休暇残高の買取を
       *>             支給する（買取分は休暇台帳にPAYOで記録される）
       *> 2026-10-15  COBOL Developer  資格・免許管理（EMPCERT.DAT）と
       *>             等級・部署別の必須資格（CERTREQ.DAT）を新設。
       *>             資格保守・必須資格保守メニューと、期限切れ・
       *>             期限間近の資格および必須資格の未保有者を部署
       *>             マネージャー別に示す月次レポートを追加
       *> 2026-10-15  COBOL Developer  サインオン失敗・ロックアウトの
       *>             監査ログに入力されたオペレーターIDを記録
       *> 2026-10-15  COBOL Developer  銀行口座の変更を承認制にした。
       *>             保守では変更前後を承認待ち変更ファイル
       *>             （PENDCHG.DAT）に保留し、依頼者と別のスーパー
       *>             バイザーが承認メニューで承認した時点で口座へ
       *>             反映する（口座レコードに最終変更日を追加）。
       *>             COMPREHENSIVE-SAMPLEの信用限度額引き上げも同じ
       *>             メニューで承認する。期限切れの承認待ちは失効
       *> 2026-10-15  COBOL Developer  従業員マスタ・銀行口座の登録・
       *>             更新・削除ごとに変更前後のイメージを変更
       *>             ジャーナル（CHGJRNL.DAT）へ追記する（キー・
       *>             オペレーター・日時・相関IDを記録し、
       *>             JOURNAL-INQUIRYが任意時点の内容を再現する）
       *> 2026-10-15  COBOL Developer  ポジションテーブルの検索を
       *>             登録件数内に限定し、廃止で空いた末尾エントリを
       *>             初期化（古いエントリへの充当が保存されない
       *>             不具合を修正）。旧長の銀行口座ファイルは
       *>             EMPLOYEE-BANK-CONVERTで移行する旨を注記
       *> 2026-10-15  COBOL Developer  承認待ち変更・ポジション・
       *>             資格・必須資格のファイルがテーブルに収まらない
       *>             場合は監査ログに記録し、全件書き戻しを行わない
       *>             （未読込のレコードを失わないため。承認待ち変更
       *>             は依頼・承認も受け付けない）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXTRACT-STATUS.

           *> 最終給与依頼ファイル（順編成、退職時に追記する。
           *> PAYROLLの最終給与モードが読み込み、処理後に退避する）
           SELECT FINAL-PAY-FILE ASSIGN TO 'FINALPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-FINALPAY-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴。
           *> 実行ごとに追記するためEXTENDで開く）
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDIT.LOG'
               RECORD KEY IS WS-BK-EMP-ID
               STATUS IS WS-BANK-STATUS.

           *> ポジションマスタファイル（順編成、1予算ポジション
           *> 1レコード。起動時にテーブルへ読み込み、充当・空席化の
           *> たびに全件書き戻す）
           SELECT POSITION-FILE ASSIGN TO 'POSITION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-POSITION-STATUS.

           *> 資格・免許ファイル（順編成、従業員・資格種別ごとに
           *> 1レコード。起動時にテーブルへ読み込み、保守のたびに
           *> 全件書き戻す）
           SELECT CERTIFICATION-FILE ASSIGN TO 'EMPCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CERT-STATUS.

           *> 必須資格ファイル（順編成、職務等級または部署ごとに
           *> 保有が必要な資格種別を1件1レコードで定義する）
           SELECT CERT-REQUIREMENT-FILE ASSIGN TO 'CERTREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CERTREQ-STATUS.

           *> 承認待ち変更ファイル（順編成、1変更1レコード。銀行口座
           *> 変更と信用限度額引き上げの変更前後を保留し、承認・却下・
           *> 失効の結果もこのレコードに記録する。起動時ではなく使用
           *> のたびにテーブルへ読み込み、更新時に全件書き戻す）
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PENDING-STATUS.

           *> 変更ジャーナル（順編成、他の保守プログラムと共有。
           *> マスタの登録・更新・削除1件ごとに変更前後のイメージを
           *> 追記する）
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 従業員マスタレコード構造
           05  WS-PE-EMP-HIRE-DATE PIC X(10).
           *> 入社日

       *> 最終給与依頼レコード構造（給与抽出レコードの後ろに退職日を
       *> 付けた形。PAYROLLのPAYROLL-EXTRACT-RECORDと同一）
       FD  FINAL-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINAL-PAY-RECORD.
           05  WS-FQ-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-FQ-EMP-NAME PIC X(30).
           *> 従業員名
           05  FILLER PIC X(1).
           05  WS-FQ-EMP-DEPT PIC X(20).
           *> 部署名
           05  FILLER PIC X(1).
           05  WS-FQ-EMP-SALARY PIC 9(7)V99.
           *> 給与
           05  FILLER PIC X(1).
           05  WS-FQ-EMP-HIRE-DATE PIC X(10).
           *> 入社日
           05  FILLER PIC X(1).
           05  WS-FQ-TERM-DATE PIC X(10).
           *> 退職日

       *> 他のバッチプログラムと共有する監査ログ
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05  FILLER PIC X(1).
           05  WS-ET-GRADE PIC X(2).
           *> 職務等級コード（ADD/UPDATE時に使用。空白は未設定）
           05  FILLER PIC X(1).
           05  WS-ET-EFFECTIVE-DATE PIC X(10).
           *> 給与変更の発効日（UPDATE時に使用。YYYY-MM-DD、
           *> 空白は当日）

       *> バッチ保守の却下レコード（元の指示＋却下理由）
       FD  EMPLOYEE-REJECT-FILE
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-LL-TRANS-TYPE PIC X(4).
           *> 取引区分（ACCR=付与、TAKE=取得、PAYO=退職時の買取。
           *> PAYOはPAYROLLの最終給与モードが追記する）
           05  FILLER PIC X(1).
           05  WS-LL-PERIOD PIC X(7).
           *> 対象期間（YYYY-MM、取得は取得日の年月）
           *> 口座番号
           05  WS-BK-ACCOUNT-NAME PIC X(30).
           *> 口座名義
           05  WS-BK-LAST-CHANGED PIC X(8).
           *> 最終変更日（YYYYMMDD。承認により口座を反映した日。
           *> PAYROLLが変更直後の口座への振込を判定する。項目追加前
           *> の52バイトのファイルはEMPLOYEE-BANK-CONVERTで移行し、
           *> 移行したレコードの空白は記録開始前の変更として扱う）

       *> ポジションマスタレコード構造
       FD  POSITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITION-RECORD.
           05  WS-PS-POSITION-ID PIC X(6).
           *> ポジションID
           05  FILLER PIC X(1).
           05  WS-PS-DEPT PIC X(20).
           *> 部署コード
           05  FILLER PIC X(1).
           05  WS-PS-GRADE PIC X(2).
           *> 職務等級コード
           05  FILLER PIC X(1).
           05  WS-PS-BUDGET-SALARY PIC 9(7)V99.
           *> 予算給与（年額）
           05  FILLER PIC X(1).
           05  WS-PS-FILL-STATUS PIC X(1).
           *> 充当状況（F=充当済み、O=空席）
           05  FILLER PIC X(1).
           05  WS-PS-INCUMBENT PIC X(5).
           *> 在任者の従業員ID（空席は空白）
           05  FILLER PIC X(1).
           05  WS-PS-VACANT-SINCE PIC X(10).
           *> 空席になった日（YYYY-MM-DD、充当済みは空白）

       *> 資格・免許レコード構造
       FD  CERTIFICATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATION-RECORD.
           05  WS-CF-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-CF-CERT-TYPE PIC X(10).
           *> 資格種別（FORKLIFT、SAFETY、登録資格の略号など）
           05  FILLER PIC X(1).
           05  WS-CF-ISSUE-DATE PIC X(10).
           *> 取得日（YYYY-MM-DD）
           05  FILLER PIC X(1).
           05  WS-CF-EXPIRY-DATE PIC X(10).
           *> 有効期限（YYYY-MM-DD、無期限は空白）
           05  FILLER PIC X(1).
           05  WS-CF-ISSUER PIC X(20).
           *> 発行機関

       *> 必須資格レコード構造
       FD  CERT-REQUIREMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-REQUIREMENT-RECORD.
           05  WS-RQ-SCOPE PIC X(1).
           *> 適用範囲（G=職務等級、D=部署）
           05  FILLER PIC X(1).
           05  WS-RQ-KEY PIC X(20).
           *> 職務等級コードまたは部署コード
           05  FILLER PIC X(1).
           05  WS-RQ-CERT-TYPE PIC X(10).
           *> 保有が必要な資格種別

       *> 承認待ち変更レコード構造（COMPREHENSIVE-SAMPLE・PAYROLL
       *> と同一レイアウト）
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           05  WS-PC-CHANGE-ID PIC 9(6).
           *> 変更番号（ファイル内の最大値+1で採番）
           05  FILLER PIC X(1).
           05  WS-PC-CHANGE-TYPE PIC X(4).
           *> 変更種別（BANK=銀行口座、CRLM=信用限度額）
           05  FILLER PIC X(1).
           05  WS-PC-ENTITY-ID PIC 9(7).
           *> 対象（BANKは従業員ID、CRLMは顧客ID）
           05  FILLER PIC X(1).
           05  WS-PC-STATUS PIC X(1).
           *> 状態（P=承認待ち、A=承認済み、C=反映済み（CRLM）、
           *> R=却下、E=失効）
           05  FILLER PIC X(1).
           05  WS-PC-REQUEST-TS PIC X(14).
           *> 依頼日時（YYYYMMDDHHMMSS）
           05  FILLER PIC X(1).
           05  WS-PC-REQUESTED-BY PIC X(8).
           *> 依頼したオペレーターID
           05  FILLER PIC X(1).
           05  WS-PC-DECIDED-TS PIC X(14).
           *> 承認・却下・失効の日時（承認待ちは空白）
           05  FILLER PIC X(1).
           05  WS-PC-DECIDED-BY PIC X(8).
           *> 承認・却下したオペレーターID（失効はEXPIRED）
           05  FILLER PIC X(1).
           05  WS-PC-BEFORE-VALUE PIC X(47).
           *> 変更前の値（BANKは銀行・支店・口座番号・名義、
           *> CRLMは先頭10桁に9(8)V99の限度額）
           05  FILLER PIC X(1).
           05  WS-PC-AFTER-VALUE PIC X(47).
           *> 変更後の値（変更前と同じ形式）

       *> 変更ジャーナルレコード構造（COMPREHENSIVE-SAMPLE・
       *> PERIOD-MAINT・REORDER-REVIEW・JOURNAL-INQUIRYと同一）
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-JOURNAL-RECORD.
           05  WS-CJ-TIMESTAMP PIC X(16).
           *> 記録日時（YYYYMMDDHHMMSS+1/100秒）
           05  FILLER PIC X(1).
           05  WS-CJ-PROGRAM-ID PIC X(8).
           *> 更新したプログラム（監査ログのプログラムID）
           05  FILLER PIC X(1).
           05  WS-CJ-FILE-ID PIC X(8).
           *> 対象ファイル（EMPLOYEE/EMPBANK/CUSTMAST/PRODMAST/
           *> ACCTPERD）
           05  FILLER PIC X(1).
           05  WS-CJ-ACTION PIC X(1).
           *> 操作（A=登録、C=更新、D=削除）
           05  FILLER PIC X(1).
           05  WS-CJ-KEY PIC X(20).
           *> レコードのキー（左詰め）
           05  FILLER PIC X(1).
           05  WS-CJ-OPERATOR PIC X(8).
           *> 操作したオペレーターID
           05  FILLER PIC X(1).
           05  WS-CJ-CORRELATION-ID PIC X(24).
           *> 相関ID（プログラムID-実行開始日時。同じ実行の
           *> 変更をまとめて追跡する）
           05  FILLER PIC X(1).
           05  WS-CJ-SEQUENCE PIC 9(5).
           *> 実行内の通番
           05  FILLER PIC X(1).
           05  WS-CJ-IMAGE-LENGTH PIC 9(3).
           *> レコードイメージの長さ
           05  FILLER PIC X(1).
           05  WS-CJ-BEFORE-IMAGE PIC X(200).
           *> 変更前イメージ（登録時は空白）
           05  FILLER PIC X(1).
           05  WS-CJ-AFTER-IMAGE PIC X(200).
           *> 変更後イメージ（削除時は空白）

       WORKING-STORAGE SECTION.
       *> 作業領域の変数定義
       *> 変更前給与の退避領域
       01  WS-CHANGE-DATE-WORK PIC X(10).
       *> 変更日の編集領域（YYYY-MM-DD）
       01  WS-SALARY-EFFECTIVE-DATE PIC X(10) VALUE SPACES.
       *> バッチ保守で指定された給与変更の発効日（空白は当日）
       01  WS-CURRENT-DATE-WORK PIC X(14).
       *> FUNCTION CURRENT-DATEの受け取り領域
       01  WS-REPORT-MODE PIC 9(1).
               10  WS-TD-HIRES PIC 9(5).
               10  WS-TD-TERMS PIC 9(5).

       01  WS-FINALPAY-STATUS PIC X(2).
       *> FINALPAY.DAT入出力の状態コード
           88  WS-FINALPAY-OK VALUE '00'.

       *> 休暇台帳用の作業領域
       01  WS-LEAVE-STATUS PIC X(2).
       *> LEAVELDG.DAT入出力の状態コード
           88  WS-BANK-DUPLICATE VALUE '22'.
           88  WS-BANK-NOTFOUND  VALUE '23' '35'.

       *> 承認待ち変更用の作業領域（PENDCHG.DATは順編成のため、
       *> 使用のたびにテーブルへ読み込み、更新時に全件書き戻す）
       01  WS-PENDING-STATUS PIC X(2).
       *> PENDCHG.DAT入出力の状態コード
           88  WS-PENDING-FILE-OK VALUE '00'.
       01  WS-PENDING-TABLE.
           05  WS-PCT-COUNT PIC 9(3) VALUE 0.
           05  WS-PCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PCT-IDX.
               10  WS-PCT-CHANGE-ID PIC 9(6).
               10  FILLER PIC X(1).
               10  WS-PCT-CHANGE-TYPE PIC X(4).
               10  FILLER PIC X(1).
               10  WS-PCT-ENTITY-ID PIC 9(7).
               10  FILLER PIC X(1).
               10  WS-PCT-STATUS PIC X(1).
               10  FILLER PIC X(1).
               10  WS-PCT-REQUEST-TS PIC X(14).
               10  FILLER PIC X(1).
               10  WS-PCT-REQUESTED-BY PIC X(8).
               10  FILLER PIC X(1).
               10  WS-PCT-DECIDED-TS PIC X(14).
               10  FILLER PIC X(1).
               10  WS-PCT-DECIDED-BY PIC X(8).
               10  FILLER PIC X(1).
               10  WS-PCT-BEFORE-VALUE PIC X(47).
               10  FILLER PIC X(1).
               10  WS-PCT-AFTER-VALUE PIC X(47).
       01  WS-PENDING-WORK.
           05  WS-PEND-EXPIRY-DAYS PIC 9(3) VALUE 7.
           *> 承認待ちの有効日数（超えたものは失効させる）
           05  WS-PEND-RETAIN-DAYS PIC 9(3) VALUE 90.
           *> 決着済みレコードの保持日数（経過分はファイルから外す。
           *> 経緯は監査ログに残る）
           05  WS-PEND-EOF PIC X(1).
           *> 承認待ち変更ファイル走査用の終端フラグ
           05  WS-PEND-NEXT-ID PIC 9(6) VALUE 1.
           *> 次に採番する変更番号
           05  WS-PEND-EXPIRED-COUNT PIC 9(3) VALUE 0.
           *> 今回の読み込みで失効させた件数
           05  WS-PCT-OVERFLOW PIC X(1) VALUE 'N'.
           *> テーブルに収まらない変更があったかどうか（Y/N）
           05  WS-PEND-LIST-COUNT PIC 9(3) VALUE 0.
           *> 承認メニューに表示した承認待ち件数
           05  WS-PEND-QUEUED PIC X(1).
           *> 変更依頼を保留できたかどうか（Y/N）
           05  WS-PEND-APPLY-OK PIC X(1).
           *> 承認した変更を反映できたかどうか（Y/N）
           05  WS-PEND-BANK-EXISTS PIC X(1).
           *> 承認時点で口座レコードが存在したかどうか（Y/N）
           05  WS-PEND-SELECT-ID PIC 9(6).
           *> 承認メニューで選択した変更番号
           05  WS-PEND-DECISION PIC X(1).
           *> 承認（A）／却下（R）の入力
           05  WS-PEND-CHANGE-TYPE PIC X(4).
           *> 保留する変更の種別
           05  WS-PEND-ENTITY-ID PIC 9(7).
           *> 保留する変更の対象
           05  WS-PEND-BEFORE-VALUE PIC X(47).
           *> 保留する変更の変更前の値
           05  WS-PEND-AFTER-VALUE PIC X(47).
           *> 保留する変更の変更後の値
           05  WS-PEND-DATE-X PIC X(8).
           *> 依頼日・決着日（YYYYMMDD）の取り出し領域
           05  WS-PEND-DATE-NUM PIC 9(8).
           *> 依頼日・決着日の数値化領域（INTEGER-OF-DATE用）
           05  WS-PEND-AGE-DAYS PIC S9(7).
           *> 依頼日・決着日からの経過日数
           05  WS-PEND-LIMIT-X PIC X(10).
           *> 信用限度額（CRLM）の値の文字列ビュー
           05  WS-PEND-LIMIT-N REDEFINES WS-PEND-LIMIT-X
                   PIC 9(8)V99.
           *> 信用限度額（CRLM）の値の数値ビュー
           05  WS-PEND-LIMIT-DISPLAY PIC ZZ,ZZZ,ZZ9.99.
           *> 信用限度額の表示編集用
       01  WS-PEND-BANK-VALUE.
       *> 銀行口座の変更前後の値（PENDCHG.DATの変更前・変更後の
       *> 形式）
           05  WS-PBV-BANK-CODE PIC X(4).
           05  WS-PBV-BRANCH-CODE PIC X(3).
           05  WS-PBV-ACCOUNT-NUMBER PIC X(10).
           05  WS-PBV-ACCOUNT-NAME PIC X(30).

       *> 変更ジャーナル用の作業領域
       01  WS-JOURNAL-STATUS PIC X(2).
       *> CHGJRNL.DAT入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.
       01  WS-JOURNAL-CONTROL.
           05  WS-JRN-CORRELATION-ID PIC X(24) VALUE SPACES.
           *> この実行の相関ID（最初の記録時に採番）
           05  WS-JRN-SEQUENCE PIC 9(5) VALUE 0.
           *> 実行内の記録通番
           05  WS-JRN-ACTION PIC X(1).
           *> 操作（A=登録、C=更新、D=削除）
           05  WS-JRN-FILE-ID PIC X(8).
           05  WS-JRN-KEY PIC X(20).
           05  WS-JRN-IMAGE-LENGTH PIC 9(3).
           05  WS-JRN-BEFORE-IMAGE PIC X(200).
           *> READ直後に退避した変更前イメージ
           05  WS-JRN-AFTER-IMAGE PIC X(200).

       *> オペレーターサインオン用の作業領域
       01  WS-OPERATOR-STATUS PIC X(2).
       *> OPERATOR.DAT入出力の状態コード
           05  WS-PWD-CHANGE-NEEDED PIC X(1).
           *> サインオン後にパスワード変更が必要かどうか（Y/N）

       *> ポジション管理用の作業領域（POSITION.DATは順編成の
       *> ため、起動時にテーブルへ読み込み、更新時に全件書き戻す）
       01  WS-POSITION-STATUS PIC X(2).
       *> POSITION.DAT入出力の状態コード
           88  WS-POSITION-FILE-OK VALUE '00'.
       01  WS-POSITION-TABLE.
           05  WS-PT-COUNT PIC 9(3) VALUE 0.
           05  WS-PT-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-POSITION-ID PIC X(6).
               10  WS-PT-DEPT PIC X(20).
               10  WS-PT-GRADE PIC X(2).
               10  WS-PT-BUDGET-SALARY PIC 9(7)V99.
               10  WS-PT-FILL-STATUS PIC X(1).
                   88  WS-PT-FILLED VALUE 'F'.
                   88  WS-PT-OPEN   VALUE 'O'.
               10  WS-PT-INCUMBENT PIC X(5).
               10  WS-PT-VACANT-SINCE PIC X(10).
       01  WS-POSITION-WORK.
           05  WS-PT-FOUND PIC X(1).
           *> ポジション検索の結果フラグ（Y/N）
           05  WS-POSITION-EOF PIC X(1).
           *> ポジションファイル走査用の終端フラグ
           05  WS-PT-OVERFLOW PIC X(1) VALUE 'N'.
           *> テーブルに収まらないポジションがあったかどうか（Y/N）
           05  WS-POS-REQUEST-ID PIC X(6).
           *> 充当先として指定されたポジションID（空白は自動選択）
           05  WS-POS-EMP-ID-X PIC X(5).
           *> 在任者照合用の従業員ID（文字列）
           05  WS-POS-VACATE-DATE PIC X(10).
           *> 空席化の日付（退職日・異動発効日など）
           05  WS-POS-CONFIRM PIC X(1).
           *> 空きポジションなしでの登録の確認入力（Y/N）
           05  WS-POS-DAYS-OPEN PIC S9(7).
           *> 空席日数
           05  WS-POS-DATE-NUM PIC 9(8).
           *> 日付の数値化領域（INTEGER-OF-DATE用）
           05  WS-DISPLAY-DAYS-OPEN PIC ZZZZ9.
           *> 空席日数の表示編集用
       01  WS-HEADCOUNT-TABLE.
       *> 部署別の予算対実績の集計
           05  WS-HC-COUNT PIC 9(3) VALUE 0.
           05  WS-HC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-HC-IDX.
               10  WS-HC-DEPT PIC X(20).
               10  WS-HC-BUDGET-COUNT PIC 9(5).
               10  WS-HC-BUDGET-SALARY PIC 9(9)V99.
               10  WS-HC-ACTUAL-COUNT PIC 9(5).
               10  WS-HC-ACTUAL-SALARY PIC 9(9)V99.
               10  WS-HC-VACANT-COUNT PIC 9(5).
       01  WS-HC-DEPT-KEY PIC X(20).
       *> 部署別集計の検索キー
       01  WS-DISPLAY-BUDGET-COST PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-ACTUAL-COST PIC ZZZ,ZZZ,ZZ9.99.

       *> 資格・免許管理用の作業領域（EMPCERT.DAT・CERTREQ.DATは
       *> 順編成のため、起動時にテーブルへ読み込み、更新時に全件
       *> 書き戻す）
       01  WS-CERT-STATUS PIC X(2).
       *> EMPCERT.DAT入出力の状態コード
           88  WS-CERT-FILE-OK VALUE '00'.
       01  WS-CERTREQ-STATUS PIC X(2).
       *> CERTREQ.DAT入出力の状態コード
           88  WS-CERTREQ-FILE-OK VALUE '00'.
       01  WS-CERT-TABLE.
           05  WS-CE-COUNT PIC 9(4) VALUE 0.
           05  WS-CE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CE-IDX.
               10  WS-CE-EMP-ID PIC 9(5).
               10  WS-CE-CERT-TYPE PIC X(10).
               10  WS-CE-ISSUE-DATE PIC X(10).
               10  WS-CE-EXPIRY-DATE PIC X(10).
               10  WS-CE-ISSUER PIC X(20).
       01  WS-CERT-REQ-TABLE.
           05  WS-CQ-COUNT PIC 9(3) VALUE 0.
           05  WS-CQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CQ-IDX.
               10  WS-CQ-SCOPE PIC X(1).
                   88  WS-CQ-BY-GRADE VALUE 'G'.
                   88  WS-CQ-BY-DEPT  VALUE 'D'.
               10  WS-CQ-KEY PIC X(20).
               10  WS-CQ-CERT-TYPE PIC X(10).
       01  WS-CERT-WORK.
           05  WS-CE-FOUND PIC X(1).
           *> 資格検索の結果フラグ（Y/N）
           05  WS-CQ-FOUND PIC X(1).
           *> 必須資格検索の結果フラグ（Y/N）
           05  WS-CERT-EOF PIC X(1).
           *> 資格ファイル走査用の終端フラグ
           05  WS-CE-OVERFLOW PIC X(1) VALUE 'N'.
           *> テーブルに収まらない資格があったかどうか（Y/N）
           05  WS-CQ-OVERFLOW PIC X(1) VALUE 'N'.
           *> テーブルに収まらない必須資格があったかどうか（Y/N）
           05  WS-CERT-TYPE-INPUT PIC X(10).
           *> 資格種別の入力
           05  WS-CERT-ISSUE-INPUT PIC X(10).
           *> 取得日の入力
           05  WS-CERT-EXPIRY-INPUT PIC X(10).
           *> 有効期限の入力（空白は無期限）
           05  WS-CERT-ISSUER-INPUT PIC X(20).
           *> 発行機関の入力
           05  WS-CQ-SCOPE-INPUT PIC X(1).
           *> 必須資格の適用範囲の入力（G/D）
           05  WS-CQ-KEY-INPUT PIC X(20).
           *> 必須資格の等級・部署コードの入力
           05  WS-CERT-WINDOW-DAYS PIC 9(3).
           *> 期限間近とみなす日数（0入力時は60日）
           05  WS-CERT-DAYS-LEFT PIC S9(7).
           *> 有効期限までの残日数（期限切れは負数）
           05  WS-CERT-DATE-NUM PIC 9(8).
           *> 日付の数値化領域（INTEGER-OF-DATE用）
           05  WS-CERT-DATED PIC X(1).
           *> 有効期限が設定されているかどうか（Y/N）
           05  WS-CERT-EXCEPTION-KIND PIC X(1).
           *> 追加する例外行の種別（X=期限切れ、S=期限間近、
           *> M=必須資格の未保有）
           05  WS-CERT-HELD PIC X(1).
           *> 必須資格を有効な状態で保有しているかどうか（Y/N）
           05  WS-CERT-MANAGER-ID PIC 9(5).
           *> 従業員の所属部署のマネージャーID（不明は0）
           05  WS-CERT-EXPIRED-COUNT PIC 9(5).
           *> 期限切れ件数
           05  WS-CERT-EXPIRING-COUNT PIC 9(5).
           *> 期限間近件数
           05  WS-CERT-MISSING-COUNT PIC 9(5).
           *> 必須資格の未保有件数
           05  WS-DISPLAY-DAYS-LEFT PIC ZZZZ9.
           *> 残日数・経過日数の表示編集用
       01  WS-CERT-EXCEPTION-TABLE.
       *> 資格レポートの例外行（マネージャー別にまとめて表示する）
           05  WS-CX-COUNT PIC 9(4) VALUE 0.
           05  WS-CX-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CX-IDX.
               10  WS-CX-MANAGER-ID PIC 9(5).
               10  WS-CX-EMP-ID PIC 9(5).
               10  WS-CX-EMP-NAME PIC X(30).
               10  WS-CX-CERT-TYPE PIC X(10).
               10  WS-CX-KIND PIC X(1).
                   88  WS-CX-EXPIRED  VALUE 'X'.
                   88  WS-CX-EXPIRING VALUE 'S'.
                   88  WS-CX-MISSING  VALUE 'M'.
               10  WS-CX-EXPIRY-DATE PIC X(10).
               10  WS-CX-DAYS PIC S9(7).
       01  WS-CERT-MANAGER-TABLE.
       *> 例外行のあるマネージャーの一覧（初出順）
           05  WS-CM-COUNT PIC 9(3) VALUE 0.
           05  WS-CM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-MANAGER-ID PIC 9(5).

       *> 勤続年数レポート用の作業領域
       01  WS-TENURE-CONTROL.
           05  WS-TEN-CURR-YEAR PIC 9(4).
           PERFORM LOAD-JOB-GRADES
           *> 職務等級マスタの読み込み（給与バンド検証用）

           PERFORM LOAD-POSITION-TABLE
           *> ポジションマスタの読み込み（登録時の空きポジション
           *> 充当・退職時の空席化用）

           PERFORM LOAD-CERTIFICATION-TABLES
           *> 資格・必須資格の読み込み（資格保守・期限レポート用）

           *> バッチ保守トランザクションファイルが存在する場合は
           *> メニューを表示せず非対話で全指示を適用して終了する
           *> （スケジューラからの夜間起動用）
               DISPLAY '19. Monthly Turnover Report'
               DISPLAY '20. Transfer Employee'
               DISPLAY '21. Operator Maintenance'
               DISPLAY '22. Position Maintenance'
               DISPLAY '23. Position Budget / Headcount Report'
               DISPLAY '24. Certification Maintenance'
               DISPLAY '25. Required Certification Maintenance'
               DISPLAY '26. Certification Expiry Report'
               DISPLAY '27. Pending Change Approval'
               DISPLAY 'Enter your choice (1-27): '
               ACCEPT WS-CHOICE
               *> メニュー表示と選択入力

                       END-IF
                       *> オペレーター保守処理（スーパーバイザー
                       *> 限定）
                   WHEN 22
                       PERFORM CHECK-SUPERVISOR-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM POSITION-MAINTENANCE
                       END-IF
                       *> ポジション保守処理（スーパーバイザー限定）
                   WHEN 23
                       PERFORM POSITION-BUDGET-REPORT
                       *> 予算対実績人数レポート処理
                   WHEN 24
                       PERFORM CERTIFICATION-MAINTENANCE
                       *> 資格・免許保守処理
                   WHEN 25
                       PERFORM CHECK-SUPERVISOR-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM CERT-REQUIREMENT-MAINTENANCE
                       END-IF
                       *> 必須資格保守処理（スーパーバイザー限定）
                   WHEN 26
                       PERFORM CERTIFICATION-EXPIRY-REPORT
                       *> 資格期限レポート処理
                   WHEN 27
                       PERFORM CHECK-SUPERVISOR-AUTH
                       IF WS-AUTH-OK = 'Y'
                           PERFORM PENDING-CHANGE-APPROVAL
                       END-IF
                       *> 承認待ち変更の承認・却下（スーパーバイザー
                       *> 限定。依頼者本人は承認できない）
                   WHEN OTHER
                       DISPLAY 'Invalid choice! Please try again.'
                       *> 無効な選択
                   MOVE 'OPERATOR-SIGN-ON'
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
                   MOVE 'VERIFY-OPERATOR-SIGNON'
                       TO WS-AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Operator account locked out: '
                              DELIMITED BY SIZE
                          WS-OT-ID(WS-OT-IDX) DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               PERFORM SAVE-OPERATOR-TABLE
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-BATCH-HIRE-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-PT-COUNT > 0
               MOVE SPACES TO WS-POS-REQUEST-ID
               PERFORM FIND-OPEN-POSITION
               IF WS-PT-FOUND NOT = 'Y'
                   MOVE 'No open budgeted position'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'A' TO WS-EMP-STATUS
               MOVE SPACES TO WS-EMP-TERM-DATE
                       MOVE 'Duplicate employee ID'
                           TO WS-REJECT-REASON
               END-WRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
               END-IF
               IF WS-REJECT-REASON = SPACES
                   AND WS-PT-FOUND = 'Y'
                   PERFORM FILL-POSITION
               END-IF
           END-IF.

       APPLY-BATCH-UPDATE.
       *> 既存レコード更新指示の適用（発効日の指定があれば給与
       *> 変更履歴の変更日にする）
           MOVE SPACES TO WS-SALARY-EFFECTIVE-DATE
           MOVE WS-ET-EMP-ID TO WS-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'Employee not found' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE WS-EMP-SALARY TO WS-OLD-SALARY
               MOVE WS-ET-NAME TO WS-EMP-NAME
               MOVE WS-ET-DEPT TO WS-EMP-DEPT
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-BATCH-HIRE-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-ET-EFFECTIVE-DATE NOT = SPACES
               MOVE WS-ET-EFFECTIVE-DATE TO WS-HIRE-DATE-PARTS
               PERFORM VALIDATE-DATE-PARTS
               IF WS-ENTRY-VALID NOT = 'Y'
                   MOVE 'Invalid effective date'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-ET-EFFECTIVE-DATE
                       TO WS-SALARY-EFFECTIVE-DATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-EMP-LAST-CHANGED
                       MOVE 'Unable to rewrite record'
                           TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
               END-IF
               IF WS-REJECT-REASON = SPACES
                   AND WS-EMP-SALARY NOT = WS-OLD-SALARY
                   PERFORM WRITE-SALARY-HISTORY
                   MOVE 'Employee not found' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               DELETE EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'Unable to delete record'
                           TO WS-REJECT-REASON
               END-DELETE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
                   MOVE WS-TODAY-DATE TO WS-POS-VACATE-DATE
                   PERFORM VACATE-POSITION
               END-IF
           END-IF.

       APPLY-BATCH-TERMINATE.
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE 'T' TO WS-EMP-STATUS
               MOVE WS-TERM-DATE-INPUT TO WS-EMP-TERM-DATE
               MOVE FUNCTION CURRENT-DATE(1:8)
                       MOVE 'Unable to rewrite record'
                           TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
                   MOVE WS-TERM-DATE-INPUT TO WS-POS-VACATE-DATE
                   PERFORM VACATE-POSITION
                   PERFORM WRITE-FINAL-PAY-REQUEST
               END-IF
           END-IF.

       APPLY-BATCH-TRANSFER.
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE WS-EMP-DEPT TO WS-XFER-OLD-DEPT
               MOVE WS-ET-DEPT TO WS-EMP-DEPT
               PERFORM VALIDATE-BATCH-DEPARTMENT
                           TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
                   MOVE WS-ET-DATE TO WS-XFER-EFF-DATE
                   MOVE WS-ET-DEPT TO WS-XFER-NEW-DEPT
                   PERFORM WRITE-TRANSFER-HISTORY
                   MOVE WS-ET-DATE TO WS-POS-VACATE-DATE
                   PERFORM VACATE-POSITION
                   PERFORM SEAT-IN-OPEN-POSITION
               END-IF
           END-IF.

                   DISPLAY 'Employee: ' WS-EMP-NAME
                   DISPLAY 'Current Department: ' WS-EMP-DEPT
                   MOVE WS-EMP-DEPT TO WS-XFER-OLD-DEPT
                   MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE

                   MOVE 'N' TO WS-ENTRY-VALID
                   PERFORM UNTIL WS-ENTRY-VALID = 'Y'
                   MOVE 'TRANSFER-EMPLOYEE'
                       TO WS-AUDIT-PARAGRAPH-ID
                   IF WS-FILE-OK
                       MOVE 'C' TO WS-JRN-ACTION
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       MOVE WS-EMP-DEPT TO WS-XFER-NEW-DEPT
                       PERFORM WRITE-TRANSFER-HISTORY
                       MOVE WS-XFER-EFF-DATE TO WS-POS-VACATE-DATE
                       PERFORM VACATE-POSITION
                       PERFORM SEAT-IN-OPEN-POSITION
                       DISPLAY 'Employee transferred successfully!'
                       MOVE 'S' TO WS-AUDIT-OUTCOME
                       MOVE 'Employee transferred'
           END-PERFORM
           *> 職務等級の入力（等級マスタと照合）

           *> 充当するポジションの選択（ポジションマスタがある場合の
           *> み。空きが無ければ警告し、予算外の登録として続行するか
           *> 確認する）
           MOVE 'N' TO WS-PT-FOUND
           IF WS-PT-COUNT > 0
               DISPLAY 'Enter Position ID (blank = first open '
                   'position for department/grade): '
               ACCEPT WS-POS-REQUEST-ID
               PERFORM FIND-OPEN-POSITION
               IF WS-PT-FOUND = 'Y'
                   DISPLAY 'Position ' WS-PT-POSITION-ID(WS-PT-IDX)
                       ' will be filled'
               ELSE
                   DISPLAY 'Warning: no open budgeted position for '
                       'this department/grade'
                   DISPLAY 'Add anyway as an unbudgeted hire? (Y/N): '
                   ACCEPT WS-POS-CONFIRM
                   IF WS-POS-CONFIRM NOT = 'Y'
                       AND WS-POS-CONFIRM NOT = 'y'
                       DISPLAY 'Add cancelled.'
                       MOVE 'ADD-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
                       MOVE 'F' TO WS-AUDIT-OUTCOME
                       MOVE 'Add cancelled - no open position'
                           TO WS-AUDIT-MESSAGE
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY ' '
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Salary: '
               INVALID KEY
                   DISPLAY 'Error: Employee ID already exists!'
           END-WRITE
           IF WS-FILE-OK
               MOVE 'A' TO WS-JRN-ACTION
               PERFORM JOURNAL-EMPLOYEE-CHANGE
           END-IF
           CLOSE EMPLOYEE-MASTER

           MOVE 'ADD-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-FILE-OK
               DISPLAY 'Employee added successfully!'
               MOVE 'S' TO WS-AUDIT-OUTCOME
               IF WS-PT-FOUND = 'Y'
                   PERFORM FILL-POSITION
                   MOVE 'Employee added' TO WS-AUDIT-MESSAGE
               ELSE
                   IF WS-PT-COUNT > 0
                       MOVE 'Employee added - unbudgeted hire'
                           TO WS-AUDIT-MESSAGE
                   ELSE
                       MOVE 'Employee added' TO WS-AUDIT-MESSAGE
                   END-IF
               END-IF
           ELSE
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Add failed - duplicate employee ID'
           END-READ

           IF WS-FILE-OK
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               DISPLAY 'Current Name: ' WS-EMP-NAME
               DISPLAY 'Enter new Employee Name: '
               ACCEPT WS-EMP-NAME

               MOVE 'UPDATE-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
               IF WS-FILE-OK
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
                   DISPLAY 'Employee updated successfully!'
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   MOVE 'Employee updated' TO WS-AUDIT-MESSAGE

       BANK-ACCOUNT-MAINTENANCE.
       *> 銀行口座保守サブルーチン（従業員マスタに存在するIDに
       *> 対して振込先口座の登録・変更を依頼する。口座へはすぐに
       *> 反映せず、変更前後を承認待ち変更ファイルへ保留し、別の
       *> スーパーバイザーの承認時に反映する）
           DISPLAY 'Enter Employee ID for bank maintenance: '
           ACCEPT WS-EMP-ID


           IF WS-EMP-LOOKUP-OK = 'Y'
               MOVE WS-EMP-ID TO WS-BK-EMP-ID
               OPEN INPUT EMPLOYEE-BANK-FILE
               READ EMPLOYEE-BANK-FILE
                   INVALID KEY
                       DISPLAY 'No bank account on file - requesting '
                           'new bank record'
                       MOVE SPACES TO WS-BK-BANK-CODE
                       MOVE SPACES TO WS-BK-BRANCH-CODE
                       MOVE SPACES TO WS-BK-ACCOUNT-NUMBER
                       MOVE SPACES TO WS-BK-ACCOUNT-NAME
                   NOT INVALID KEY
                       DISPLAY 'Requesting change to existing bank '
                           'record'
               END-READ
               CLOSE EMPLOYEE-BANK-FILE

               MOVE WS-BK-BANK-CODE TO WS-PBV-BANK-CODE
               MOVE WS-BK-BRANCH-CODE TO WS-PBV-BRANCH-CODE
               MOVE WS-BK-ACCOUNT-NUMBER TO WS-PBV-ACCOUNT-NUMBER
               MOVE WS-BK-ACCOUNT-NAME TO WS-PBV-ACCOUNT-NAME
               MOVE WS-PEND-BANK-VALUE TO WS-PEND-BEFORE-VALUE
               PERFORM ACCEPT-BANK-FIELDS
               MOVE WS-BK-BANK-CODE TO WS-PBV-BANK-CODE
               MOVE WS-BK-BRANCH-CODE TO WS-PBV-BRANCH-CODE
               MOVE WS-BK-ACCOUNT-NUMBER TO WS-PBV-ACCOUNT-NUMBER
               MOVE WS-BK-ACCOUNT-NAME TO WS-PBV-ACCOUNT-NAME
               MOVE WS-PEND-BANK-VALUE TO WS-PEND-AFTER-VALUE
               IF WS-PEND-AFTER-VALUE = WS-PEND-BEFORE-VALUE
                   DISPLAY 'No change to bank account.'
                   DISPLAY ' '
                   EXIT PARAGRAPH
               END-IF

               MOVE 'BANK' TO WS-PEND-CHANGE-TYPE
               MOVE WS-EMP-ID TO WS-PEND-ENTITY-ID
               PERFORM QUEUE-PENDING-CHANGE
               MOVE 'BANK-ACCOUNT-MAINTENANCE'
                   TO WS-AUDIT-PARAGRAPH-ID
               IF WS-PEND-QUEUED = 'Y'
                   DISPLAY 'Bank change submitted for approval '
                       '(change #' WS-PEND-NEXT-ID ')'
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Bank change pending approval #'
                              DELIMITED BY SIZE
                          WS-PEND-NEXT-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'F' TO WS-AUDIT-OUTCOME
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY ' '.
           DISPLAY 'Enter Account Name: '
           ACCEPT WS-BK-ACCOUNT-NAME.

       QUEUE-PENDING-CHANGE.
       *> 変更依頼1件を承認待ち変更ファイルへ保留する（同じ対象に
       *> 承認待ちの変更が既にある場合は重ねて依頼できない）。
       *> 採番した変更番号はWS-PEND-NEXT-IDに残る
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PCT-OVERFLOW = 'Y'
               MOVE 'N' TO WS-PEND-QUEUED
               DISPLAY 'Pending change file exceeds table size - '
                   'change not submitted'
               MOVE 'Pending change file exceeds table size'
                   TO WS-AUDIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PEND-QUEUED
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > WS-PCT-COUNT
               IF WS-PCT-STATUS(WS-PCT-IDX) = 'P'
                   AND WS-PCT-CHANGE-TYPE(WS-PCT-IDX)
                       = WS-PEND-CHANGE-TYPE
                   AND WS-PCT-ENTITY-ID(WS-PCT-IDX)
                       = WS-PEND-ENTITY-ID
                   MOVE 'N' TO WS-PEND-QUEUED
                   MOVE WS-PCT-CHANGE-ID(WS-PCT-IDX)
                       TO WS-PEND-SELECT-ID
               END-IF
           END-PERFORM
           IF WS-PEND-QUEUED = 'N'
               DISPLAY 'Change #' WS-PEND-SELECT-ID
                   ' is already awaiting approval - it must be '
                   'approved or rejected first'
               MOVE 'Change already awaiting approval'
                   TO WS-AUDIT-MESSAGE
               IF WS-PEND-EXPIRED-COUNT > 0
                   PERFORM SAVE-PENDING-CHANGES
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-COUNT >= 500
               MOVE 'N' TO WS-PEND-QUEUED
               DISPLAY 'Pending change file is full - change not '
                   'submitted'
               MOVE 'Pending change file full' TO WS-AUDIT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PCT-COUNT
           SET WS-PCT-IDX TO WS-PCT-COUNT
           MOVE SPACES TO WS-PCT-ENTRY(WS-PCT-IDX)
           MOVE WS-PEND-NEXT-ID TO WS-PCT-CHANGE-ID(WS-PCT-IDX)
           MOVE WS-PEND-CHANGE-TYPE TO WS-PCT-CHANGE-TYPE(WS-PCT-IDX)
           MOVE WS-PEND-ENTITY-ID TO WS-PCT-ENTITY-ID(WS-PCT-IDX)
           MOVE 'P' TO WS-PCT-STATUS(WS-PCT-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-PCT-REQUEST-TS(WS-PCT-IDX)
           MOVE WS-AUDIT-USER-ID TO WS-PCT-REQUESTED-BY(WS-PCT-IDX)
           MOVE WS-PEND-BEFORE-VALUE
               TO WS-PCT-BEFORE-VALUE(WS-PCT-IDX)
           MOVE WS-PEND-AFTER-VALUE TO WS-PCT-AFTER-VALUE(WS-PCT-IDX)
           PERFORM SAVE-PENDING-CHANGES.

       LOAD-PENDING-CHANGES.
       *> 承認待ち変更ファイルをテーブルへ読み込む。有効日数を
       *> 過ぎた承認待ちは失効（E）させ、保持日数を過ぎた決着済み
       *> レコードは読み飛ばす（次の書き戻しでファイルから外れる）。
       *> 次の変更番号は読み込んだ最大値+1とする
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           MOVE WS-CURRENT-DATE-WORK(1:8) TO WS-TODAY-NUM
           MOVE 0 TO WS-PCT-COUNT
           MOVE 0 TO WS-PEND-EXPIRED-COUNT
           MOVE 'N' TO WS-PCT-OVERFLOW
           MOVE 1 TO WS-PEND-NEXT-ID
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT WS-PENDING-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PEND-EOF
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       IF WS-PC-CHANGE-ID >= WS-PEND-NEXT-ID
                           COMPUTE WS-PEND-NEXT-ID
                               = WS-PC-CHANGE-ID + 1
                       END-IF
                       PERFORM AGE-PENDING-CHANGE
                       IF WS-PEND-AGE-DAYS <= WS-PEND-RETAIN-DAYS
                           IF WS-PCT-COUNT < 500
                               ADD 1 TO WS-PCT-COUNT
                               MOVE PENDING-CHANGE-RECORD
                                   TO WS-PCT-ENTRY(WS-PCT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PCT-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE

           IF WS-PCT-OVERFLOW = 'Y'
               DISPLAY '*** PENDCHG.DAT exceeds 500 changes - '
                   'pending changes cannot be updated'
               EXIT PARAGRAPH
           END-IF

           IF WS-PEND-EXPIRED-COUNT > 0
               DISPLAY WS-PEND-EXPIRED-COUNT
                   ' pending change(s) expired without approval'
               MOVE 'LOAD-PENDING-CHANGES' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'S' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Pending changes expired: ' DELIMITED BY SIZE
                      WS-PEND-EXPIRED-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       AGE-PENDING-CHANGE.
       *> 読み込んだ1件の経過日数を求める。承認待ちは依頼日から、
       *> 決着済みは決着日から数える。承認済みで未反映の信用限度額
       *> （CRLMのA）はCOMPREHENSIVE-SAMPLEの反映を待つため外さない
           MOVE 0 TO WS-PEND-AGE-DAYS
           IF WS-PC-STATUS = 'P'
               MOVE WS-PC-REQUEST-TS(1:8) TO WS-PEND-DATE-X
           ELSE
               MOVE WS-PC-DECIDED-TS(1:8) TO WS-PEND-DATE-X
           END-IF
           IF WS-PEND-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PEND-DATE-X TO WS-PEND-DATE-NUM
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-PEND-DATE-NUM)
           IF WS-PC-STATUS = 'P'
               IF WS-PEND-AGE-DAYS > WS-PEND-EXPIRY-DAYS
                   MOVE 'E' TO WS-PC-STATUS
                   MOVE WS-CURRENT-DATE-WORK TO WS-PC-DECIDED-TS
                   MOVE 'EXPIRED' TO WS-PC-DECIDED-BY
                   ADD 1 TO WS-PEND-EXPIRED-COUNT
               END-IF
               MOVE 0 TO WS-PEND-AGE-DAYS
           END-IF
           IF WS-PC-STATUS = 'A' AND WS-PC-CHANGE-TYPE = 'CRLM'
               MOVE 0 TO WS-PEND-AGE-DAYS
           END-IF.

       SAVE-PENDING-CHANGES.
       *> 承認待ち変更テーブルをファイルへ全件書き戻す（テーブルに
       *> 収まらない変更があった場合は書き戻さない）
           IF WS-PCT-OVERFLOW = 'Y'
               DISPLAY '*** PENDCHG.DAT not rewritten - file exceeds '
                   'the pending change table'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > WS-PCT-COUNT
               MOVE WS-PCT-ENTRY(WS-PCT-IDX) TO PENDING-CHANGE-RECORD
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.

       PENDING-CHANGE-APPROVAL.
       *> 承認待ち変更の一覧・承認・却下（スーパーバイザー限定）。
       *> 依頼したオペレーター本人は承認・却下できない。銀行口座は
       *> 承認時に口座ファイルへ反映し、信用限度額は承認済みとして
       *> COMPREHENSIVE-SAMPLEの次回実行で顧客マスタへ反映される
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PCT-OVERFLOW = 'Y'
               DISPLAY 'Approval refused - pending change file '
                   'exceeds table size'
               MOVE 'PENDING-CHANGE-APPROVAL' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Pending change file exceeds table size - refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-EXPIRED-COUNT > 0
               PERFORM SAVE-PENDING-CHANGES
           END-IF

           DISPLAY 'Changes awaiting approval:'
           MOVE 0 TO WS-PEND-LIST-COUNT
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > WS-PCT-COUNT
               IF WS-PCT-STATUS(WS-PCT-IDX) = 'P'
                   ADD 1 TO WS-PEND-LIST-COUNT
                   PERFORM DISPLAY-PENDING-CHANGE
               END-IF
           END-PERFORM
           IF WS-PEND-LIST-COUNT = 0
               DISPLAY '  (none)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Enter Change ID to decide (0 to return): '
           ACCEPT WS-PEND-SELECT-ID
           IF WS-PEND-SELECT-ID = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-PCT-IDX TO 1
           SEARCH WS-PCT-ENTRY
               AT END
                   DISPLAY 'Change not found or not awaiting approval'
                   EXIT PARAGRAPH
               WHEN WS-PCT-CHANGE-ID(WS-PCT-IDX) = WS-PEND-SELECT-ID
                   AND WS-PCT-STATUS(WS-PCT-IDX) = 'P'
                   CONTINUE
           END-SEARCH
           IF WS-PCT-IDX > WS-PCT-COUNT
               DISPLAY 'Change not found or not awaiting approval'
               EXIT PARAGRAPH
           END-IF

           MOVE 'PENDING-CHANGE-APPROVAL' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-PCT-REQUESTED-BY(WS-PCT-IDX) = WS-AUDIT-USER-ID
               DISPLAY 'Not authorized - a change must be decided '
                   'by a different operator than the requester.'
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Self-approval denied for change #'
                          DELIMITED BY SIZE
                      WS-PEND-SELECT-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Approve or Reject (A/R): '
           ACCEPT WS-PEND-DECISION
           EVALUATE WS-PEND-DECISION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'Y' TO WS-PEND-APPLY-OK
                   IF WS-PCT-CHANGE-TYPE(WS-PCT-IDX) = 'BANK'
                       PERFORM APPLY-APPROVED-BANK-CHANGE
                   END-IF
                   IF WS-PEND-APPLY-OK = 'Y'
                       MOVE 'A' TO WS-PCT-STATUS(WS-PCT-IDX)
                       MOVE 'S' TO WS-AUDIT-OUTCOME
                       MOVE SPACES TO WS-AUDIT-MESSAGE
                       STRING 'Change #' DELIMITED BY SIZE
                              WS-PEND-SELECT-ID DELIMITED BY SIZE
                              ' approved: ' DELIMITED BY SIZE
                              WS-PCT-CHANGE-TYPE(WS-PCT-IDX)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-PCT-ENTITY-ID(WS-PCT-IDX)
                                  DELIMITED BY SIZE
                           INTO WS-AUDIT-MESSAGE
                       END-STRING
                       DISPLAY 'Change approved.'
                   ELSE
                       MOVE 'F' TO WS-AUDIT-OUTCOME
                       MOVE SPACES TO WS-AUDIT-MESSAGE
                       STRING 'Change #' DELIMITED BY SIZE
                              WS-PEND-SELECT-ID DELIMITED BY SIZE
                              ' not applied - account changed since '
                                  DELIMITED BY SIZE
                              'request' DELIMITED BY SIZE
                           INTO WS-AUDIT-MESSAGE
                       END-STRING
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-PCT-STATUS(WS-PCT-IDX)
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Change #' DELIMITED BY SIZE
                          WS-PEND-SELECT-ID DELIMITED BY SIZE
                          ' rejected: ' DELIMITED BY SIZE
                          WS-PCT-CHANGE-TYPE(WS-PCT-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PCT-ENTITY-ID(WS-PCT-IDX)
                              DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   DISPLAY 'Change rejected.'
               WHEN OTHER
                   DISPLAY 'Invalid choice - no decision recorded.'
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PCT-STATUS(WS-PCT-IDX) NOT = 'P'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-PCT-DECIDED-TS(WS-PCT-IDX)
               MOVE WS-AUDIT-USER-ID TO WS-PCT-DECIDED-BY(WS-PCT-IDX)
               PERFORM SAVE-PENDING-CHANGES
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       DISPLAY-PENDING-CHANGE.
       *> 承認待ち1件の表示（信用限度額は金額として編集する）
           DISPLAY '#' WS-PCT-CHANGE-ID(WS-PCT-IDX) ' '
               WS-PCT-CHANGE-TYPE(WS-PCT-IDX) ' '
               WS-PCT-ENTITY-ID(WS-PCT-IDX) ' requested by '
               WS-PCT-REQUESTED-BY(WS-PCT-IDX) ' at '
               WS-PCT-REQUEST-TS(WS-PCT-IDX)
           IF WS-PCT-CHANGE-TYPE(WS-PCT-IDX) = 'CRLM'
               MOVE WS-PCT-BEFORE-VALUE(WS-PCT-IDX)(1:10)
                   TO WS-PEND-LIMIT-X
               MOVE WS-PEND-LIMIT-N TO WS-PEND-LIMIT-DISPLAY
               DISPLAY '    Credit limit before: '
                   WS-PEND-LIMIT-DISPLAY
               MOVE WS-PCT-AFTER-VALUE(WS-PCT-IDX)(1:10)
                   TO WS-PEND-LIMIT-X
               MOVE WS-PEND-LIMIT-N TO WS-PEND-LIMIT-DISPLAY
               DISPLAY '    Credit limit after:  '
                   WS-PEND-LIMIT-DISPLAY
           ELSE
               DISPLAY '    Before: '
                   WS-PCT-BEFORE-VALUE(WS-PCT-IDX)
               DISPLAY '    After:  '
                   WS-PCT-AFTER-VALUE(WS-PCT-IDX)
           END-IF.

       APPLY-APPROVED-BANK-CHANGE.
       *> 承認した銀行口座変更を口座ファイルへ反映する。依頼後に
       *> 口座が変わっていた（変更前の値と一致しない）場合は反映
       *> せず、承認待ちのまま残す（却下して依頼し直す）
           MOVE 'N' TO WS-PEND-APPLY-OK
           MOVE WS-PCT-ENTITY-ID(WS-PCT-IDX) TO WS-BK-EMP-ID
           OPEN I-O EMPLOYEE-BANK-FILE
           READ EMPLOYEE-BANK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PEND-BANK-EXISTS
                   MOVE SPACES TO WS-PEND-BANK-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PEND-BANK-EXISTS
                   MOVE EMPLOYEE-BANK-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE WS-BK-BANK-CODE TO WS-PBV-BANK-CODE
                   MOVE WS-BK-BRANCH-CODE TO WS-PBV-BRANCH-CODE
                   MOVE WS-BK-ACCOUNT-NUMBER TO WS-PBV-ACCOUNT-NUMBER
                   MOVE WS-BK-ACCOUNT-NAME TO WS-PBV-ACCOUNT-NAME
           END-READ
           IF WS-PEND-BANK-VALUE
                   NOT = WS-PCT-BEFORE-VALUE(WS-PCT-IDX)
               DISPLAY 'Bank account has changed since this request '
                   '- reject it and request the change again.'
               CLOSE EMPLOYEE-BANK-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCT-AFTER-VALUE(WS-PCT-IDX) TO WS-PEND-BANK-VALUE
           MOVE WS-PCT-ENTITY-ID(WS-PCT-IDX) TO WS-BK-EMP-ID
           MOVE WS-PBV-BANK-CODE TO WS-BK-BANK-CODE
           MOVE WS-PBV-BRANCH-CODE TO WS-BK-BRANCH-CODE
           MOVE WS-PBV-ACCOUNT-NUMBER TO WS-BK-ACCOUNT-NUMBER
           MOVE WS-PBV-ACCOUNT-NAME TO WS-BK-ACCOUNT-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BK-LAST-CHANGED
           IF WS-PEND-BANK-EXISTS = 'Y'
               REWRITE EMPLOYEE-BANK-RECORD
                   INVALID KEY
                       DISPLAY 'Error: Unable to update bank '
                           'record!'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PEND-APPLY-OK
               END-REWRITE
           ELSE
               WRITE EMPLOYEE-BANK-RECORD
                   INVALID KEY
                       DISPLAY 'Error: Unable to add bank '
                           'record!'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PEND-APPLY-OK
               END-WRITE
           END-IF
           IF WS-PEND-APPLY-OK = 'Y'
               IF WS-PEND-BANK-EXISTS = 'Y'
                   MOVE 'C' TO WS-JRN-ACTION
               ELSE
                   MOVE 'A' TO WS-JRN-ACTION
               END-IF
               PERFORM JOURNAL-BANK-CHANGE
           END-IF
           CLOSE EMPLOYEE-BANK-FILE
           IF WS-PEND-APPLY-OK = 'Y'
               DISPLAY 'Bank account updated for employee '
                   WS-BK-EMP-ID
           END-IF.

       EMERGENCY-CONTACT-LIST.
       *> 部署別緊急連絡先リスト（指定部署の全従業員について
       *> 緊急連絡先を一覧表示する）
           WRITE PAYROLL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       WRITE-FINAL-PAY-REQUEST.
       *> 退職した従業員の最終給与依頼を追記する（PAYROLLの最終
       *> 給与モードが日割給与と休暇買取を計算する。ファイルが
       *> 無ければOUTPUTで新規作成する）
           OPEN EXTEND FINAL-PAY-FILE
           IF NOT WS-FINALPAY-OK
               OPEN OUTPUT FINAL-PAY-FILE
           END-IF
           MOVE SPACES TO FINAL-PAY-RECORD
           MOVE WS-EMP-ID TO WS-FQ-EMP-ID
           MOVE WS-EMP-NAME TO WS-FQ-EMP-NAME
           MOVE WS-EMP-DEPT TO WS-FQ-EMP-DEPT
           MOVE WS-EMP-SALARY TO WS-FQ-EMP-SALARY
           MOVE WS-EMP-HIRE-DATE TO WS-FQ-EMP-HIRE-DATE
           MOVE WS-EMP-TERM-DATE TO WS-FQ-TERM-DATE
           WRITE FINAL-PAY-RECORD
           CLOSE FINAL-PAY-FILE
           DISPLAY 'Final pay request queued in FINALPAY.DAT'.

       DELETE-EMPLOYEE.
       *> 従業員削除サブルーチン
           DISPLAY 'Enter Employee ID to delete: '
           END-READ

           IF WS-FILE-OK
               MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
               DELETE EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'Error: Unable to delete employee!'

               MOVE 'DELETE-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
               IF WS-FILE-OK
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM JOURNAL-EMPLOYEE-CHANGE
                   DISPLAY 'Employee deleted successfully!'
                   MOVE WS-TODAY-DATE TO WS-POS-VACATE-DATE
                   PERFORM VACATE-POSITION
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   MOVE 'Employee deleted' TO WS-AUDIT-MESSAGE
               ELSE
                   END-PERFORM
                   *> 退職日の入力（YYYY-MM-DD形式をチェック）

                   MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE 'T' TO WS-EMP-STATUS
                   MOVE WS-TERM-DATE-INPUT TO WS-EMP-TERM-DATE


                   MOVE 'TERMINATE-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
                   IF WS-FILE-OK
                       MOVE 'C' TO WS-JRN-ACTION
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       DISPLAY 'Employee terminated successfully!'
                       MOVE WS-TERM-DATE-INPUT TO WS-POS-VACATE-DATE
                       PERFORM VACATE-POSITION
                       PERFORM WRITE-FINAL-PAY-REQUEST
                       MOVE 'S' TO WS-AUDIT-OUTCOME
                       MOVE 'Employee terminated' TO WS-AUDIT-MESSAGE
                   ELSE
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   DISPLAY 'Employee: ' WS-EMP-NAME
                   MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE 'N' TO WS-ENTRY-VALID
                   PERFORM UNTIL WS-ENTRY-VALID = 'Y'
                       DISPLAY 'Enter new Hire Date (YYYY-MM-DD): '

                   MOVE 'REHIRE-EMPLOYEE' TO WS-AUDIT-PARAGRAPH-ID
                   IF WS-FILE-OK
                       MOVE 'C' TO WS-JRN-ACTION
                       PERFORM JOURNAL-EMPLOYEE-CHANGE
                       DISPLAY 'Employee rehired successfully!'
                       PERFORM SEAT-IN-OPEN-POSITION
                       MOVE 'S' TO WS-AUDIT-OUTCOME
                       MOVE 'Employee rehired' TO WS-AUDIT-MESSAGE
                   ELSE
           DISPLAY ' '.
           *> 空行表示

       LOAD-POSITION-TABLE.
       *> ポジションマスタをテーブルへ読み込む（ファイルが無い
       *> 場合は件数0のままとし、ポジション管理を行わない）
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                     INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-WORK(1:8) TO WS-TODAY-NUM
           *> 本日の日付（空席日・空席日数の基準）

           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-FILE-OK
               MOVE 'N' TO WS-POSITION-EOF
               PERFORM UNTIL WS-POSITION-EOF = 'Y'
                   READ POSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-POSITION-EOF
                       NOT AT END
                           IF WS-PT-COUNT < 300
                               ADD 1 TO WS-PT-COUNT
                               SET WS-PT-IDX TO WS-PT-COUNT
                               MOVE WS-PS-POSITION-ID
                                   TO WS-PT-POSITION-ID(WS-PT-IDX)
                               MOVE WS-PS-DEPT
                                   TO WS-PT-DEPT(WS-PT-IDX)
                               MOVE WS-PS-GRADE
                                   TO WS-PT-GRADE(WS-PT-IDX)
                               IF WS-PS-BUDGET-SALARY IS NUMERIC
                                   MOVE WS-PS-BUDGET-SALARY TO
                                      WS-PT-BUDGET-SALARY(WS-PT-IDX)
                               ELSE
                                   MOVE 0 TO
                                      WS-PT-BUDGET-SALARY(WS-PT-IDX)
                               END-IF
                               IF WS-PS-FILL-STATUS = 'F'
                                   MOVE 'F' TO
                                      WS-PT-FILL-STATUS(WS-PT-IDX)
                               ELSE
                                   MOVE 'O' TO
                                      WS-PT-FILL-STATUS(WS-PT-IDX)
                               END-IF
                               MOVE WS-PS-INCUMBENT
                                   TO WS-PT-INCUMBENT(WS-PT-IDX)
                               MOVE WS-PS-VACANT-SINCE
                                   TO WS-PT-VACANT-SINCE(WS-PT-IDX)
                           ELSE
                               MOVE 'Y' TO WS-PT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF

           IF WS-PT-OVERFLOW = 'Y'
               DISPLAY '*** POSITION.DAT exceeds 300 positions - '
                   'position changes will not be saved'
               MOVE 'LOAD-POSITION-TABLE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Position file exceeds table size - not rewritten'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       SAVE-POSITION-TABLE.
       *> ポジションテーブルをファイルへ全件書き戻す（テーブルに
       *> 収まらないポジションがあった場合は書き戻さない）
           IF WS-PT-OVERFLOW = 'Y'
               DISPLAY '*** POSITION.DAT not rewritten - file exceeds '
                   'the position table'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT POSITION-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE SPACES TO POSITION-RECORD
               MOVE WS-PT-POSITION-ID(WS-PT-IDX)
                   TO WS-PS-POSITION-ID
               MOVE WS-PT-DEPT(WS-PT-IDX) TO WS-PS-DEPT
               MOVE WS-PT-GRADE(WS-PT-IDX) TO WS-PS-GRADE
               MOVE WS-PT-BUDGET-SALARY(WS-PT-IDX)
                   TO WS-PS-BUDGET-SALARY
               MOVE WS-PT-FILL-STATUS(WS-PT-IDX)
                   TO WS-PS-FILL-STATUS
               MOVE WS-PT-INCUMBENT(WS-PT-IDX) TO WS-PS-INCUMBENT
               MOVE WS-PT-VACANT-SINCE(WS-PT-IDX)
                   TO WS-PS-VACANT-SINCE
               WRITE POSITION-RECORD
           END-PERFORM
           CLOSE POSITION-FILE.

       FIND-OPEN-POSITION.
       *> WS-EMP-DEPT・WS-EMP-GRADEに合う空きポジションの検索
       *> （WS-POS-REQUEST-IDの指定があればそのポジションのみ。
       *> 見つかればWS-PT-FOUND='Y'、WS-PT-IDXに位置を返す）
           MOVE 'N' TO WS-PT-FOUND
           IF WS-PT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-PT-IDX TO 1
           IF WS-POS-REQUEST-ID NOT = SPACES
               SEARCH WS-PT-ENTRY
                   WHEN WS-PT-IDX <= WS-PT-COUNT
                       AND WS-PT-POSITION-ID(WS-PT-IDX)
                           = WS-POS-REQUEST-ID
                       AND WS-PT-OPEN(WS-PT-IDX)
                       AND WS-PT-DEPT(WS-PT-IDX) = WS-EMP-DEPT
                       AND WS-PT-GRADE(WS-PT-IDX) = WS-EMP-GRADE
                       MOVE 'Y' TO WS-PT-FOUND
               END-SEARCH
           ELSE
               SEARCH WS-PT-ENTRY
                   WHEN WS-PT-IDX <= WS-PT-COUNT
                       AND WS-PT-OPEN(WS-PT-IDX)
                       AND WS-PT-DEPT(WS-PT-IDX) = WS-EMP-DEPT
                       AND WS-PT-GRADE(WS-PT-IDX) = WS-EMP-GRADE
                       MOVE 'Y' TO WS-PT-FOUND
               END-SEARCH
           END-IF.

       FILL-POSITION.
       *> WS-PT-IDXのポジションにWS-EMP-IDの従業員を充当する
           MOVE WS-EMP-ID TO WS-POS-EMP-ID-X
           MOVE 'F' TO WS-PT-FILL-STATUS(WS-PT-IDX)
           MOVE WS-POS-EMP-ID-X TO WS-PT-INCUMBENT(WS-PT-IDX)
           MOVE SPACES TO WS-PT-VACANT-SINCE(WS-PT-IDX)
           PERFORM SAVE-POSITION-TABLE
           DISPLAY 'Position ' WS-PT-POSITION-ID(WS-PT-IDX)
               ' filled by employee ' WS-EMP-ID.

       VACATE-POSITION.
       *> WS-EMP-IDの従業員が在任するポジションを空席に戻す
       *> （空席日はWS-POS-VACATE-DATE。在任ポジションが無ければ
       *> 何もしない）
           IF WS-PT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID TO WS-POS-EMP-ID-X
           MOVE 'N' TO WS-PT-FOUND
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               WHEN WS-PT-IDX <= WS-PT-COUNT
                   AND WS-PT-FILLED(WS-PT-IDX)
                   AND WS-PT-INCUMBENT(WS-PT-IDX) = WS-POS-EMP-ID-X
                   MOVE 'Y' TO WS-PT-FOUND
           END-SEARCH
           IF WS-PT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-POS-VACATE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-POS-VACATE-DATE
           END-IF
           MOVE 'O' TO WS-PT-FILL-STATUS(WS-PT-IDX)
           MOVE SPACES TO WS-PT-INCUMBENT(WS-PT-IDX)
           MOVE WS-POS-VACATE-DATE TO WS-PT-VACANT-SINCE(WS-PT-IDX)
           PERFORM SAVE-POSITION-TABLE
           DISPLAY 'Position ' WS-PT-POSITION-ID(WS-PT-IDX)
               ' vacated as of ' WS-POS-VACATE-DATE.

       SEAT-IN-OPEN-POSITION.
       *> 異動・再雇用後の従業員を現在の部署・等級の空き
       *> ポジションへ自動で充当する（空きが無ければ警告のみ）
           IF WS-PT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-POS-REQUEST-ID
           PERFORM FIND-OPEN-POSITION
           IF WS-PT-FOUND = 'Y'
               PERFORM FILL-POSITION
           ELSE
               DISPLAY 'Warning: no open budgeted position for '
                   WS-EMP-DEPT ' grade ' WS-EMP-GRADE
                   ' - employee ' WS-EMP-ID ' is unbudgeted'
           END-IF.

       POSITION-MAINTENANCE.
       *> ポジション保守サブルーチン（追加・一覧・空席ポジションの
       *> 廃止。スーパーバイザー限定）
           DISPLAY 'Position Maintenance: (1) Add (2) List '
               '(3) Remove open position: '
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM POSITION-MAINT-ADD
               WHEN 2
                   PERFORM POSITION-MAINT-LIST
               WHEN 3
                   PERFORM POSITION-MAINT-REMOVE
               WHEN OTHER
                   DISPLAY 'Invalid choice!'
           END-EVALUATE
           DISPLAY ' '.
           *> 空行表示

       POSITION-MAINT-ADD.
       *> 予算ポジションの追加（空席として登録し、空席日は本日）
           IF WS-PT-COUNT >= 300
               DISPLAY 'Position table is full!'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter new Position ID: '
           ACCEPT WS-POS-REQUEST-ID
           IF WS-POS-REQUEST-ID = SPACES
               DISPLAY 'Position ID is required!'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PT-FOUND
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               WHEN WS-PT-IDX <= WS-PT-COUNT
                   AND WS-PT-POSITION-ID(WS-PT-IDX) = WS-POS-REQUEST-ID
                   MOVE 'Y' TO WS-PT-FOUND
           END-SEARCH
           IF WS-PT-FOUND = 'Y'
               DISPLAY 'Position already exists!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Department Code: '
               ACCEPT WS-EMP-DEPT
               PERFORM VALIDATE-DEPARTMENT-ENTRY
           END-PERFORM
           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Job Grade Code: '
               ACCEPT WS-EMP-GRADE
               PERFORM VALIDATE-GRADE-ENTRY
           END-PERFORM
           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Budgeted Salary: '
               ACCEPT WS-SALARY-INPUT
               PERFORM VALIDATE-SALARY-ENTRY
           END-PERFORM
           *> 予算給与の入力（従業員の給与と同じく等級バンド内）

           ADD 1 TO WS-PT-COUNT
           SET WS-PT-IDX TO WS-PT-COUNT
           MOVE WS-POS-REQUEST-ID TO WS-PT-POSITION-ID(WS-PT-IDX)
           MOVE WS-EMP-DEPT TO WS-PT-DEPT(WS-PT-IDX)
           MOVE WS-EMP-GRADE TO WS-PT-GRADE(WS-PT-IDX)
           MOVE WS-EMP-SALARY TO WS-PT-BUDGET-SALARY(WS-PT-IDX)
           MOVE 'O' TO WS-PT-FILL-STATUS(WS-PT-IDX)
           MOVE SPACES TO WS-PT-INCUMBENT(WS-PT-IDX)
           MOVE WS-TODAY-DATE TO WS-PT-VACANT-SINCE(WS-PT-IDX)
           PERFORM SAVE-POSITION-TABLE

           DISPLAY 'Position added (open).'
           MOVE 'POSITION-MAINT-ADD' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Position added: ' DELIMITED BY SIZE
                  WS-POS-REQUEST-ID DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       POSITION-MAINT-LIST.
       *> ポジションの一覧表示
           IF WS-PT-COUNT = 0
               DISPLAY 'No positions on file.'
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   MOVE WS-PT-BUDGET-SALARY(WS-PT-IDX)
                       TO WS-DISPLAY-SALARY
                   IF WS-PT-FILLED(WS-PT-IDX)
                       DISPLAY WS-PT-POSITION-ID(WS-PT-IDX) ' '
                           WS-PT-DEPT(WS-PT-IDX) ' '
                           WS-PT-GRADE(WS-PT-IDX) ' '
                           WS-DISPLAY-SALARY ' filled by '
                           WS-PT-INCUMBENT(WS-PT-IDX)
                   ELSE
                       DISPLAY WS-PT-POSITION-ID(WS-PT-IDX) ' '
                           WS-PT-DEPT(WS-PT-IDX) ' '
                           WS-PT-GRADE(WS-PT-IDX) ' '
                           WS-DISPLAY-SALARY ' OPEN since '
                           WS-PT-VACANT-SINCE(WS-PT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       POSITION-MAINT-REMOVE.
       *> 空席ポジションの廃止（充当済みのポジションは廃止できない）
           DISPLAY 'Enter Position ID to remove: '
           ACCEPT WS-POS-REQUEST-ID
           MOVE 'N' TO WS-PT-FOUND
           IF WS-PT-COUNT > 0
               SET WS-PT-IDX TO 1
               SEARCH WS-PT-ENTRY
                   WHEN WS-PT-IDX <= WS-PT-COUNT
                       AND WS-PT-POSITION-ID(WS-PT-IDX)
                           = WS-POS-REQUEST-ID
                       MOVE 'Y' TO WS-PT-FOUND
               END-SEARCH
           END-IF
           IF WS-PT-FOUND NOT = 'Y'
               DISPLAY 'Position not found!'
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-FILLED(WS-PT-IDX)
               DISPLAY 'Position is filled - cannot remove!'
               EXIT PARAGRAPH
           END-IF

           *> 後続のエントリを1件ずつ詰めて削除する（空いた末尾の
           *> エントリは初期化し、古い内容を残さない）
           PERFORM UNTIL WS-PT-IDX >= WS-PT-COUNT
               MOVE WS-PT-ENTRY(WS-PT-IDX + 1)
                   TO WS-PT-ENTRY(WS-PT-IDX)
               SET WS-PT-IDX UP BY 1
           END-PERFORM
           INITIALIZE WS-PT-ENTRY(WS-PT-IDX)
           SUBTRACT 1 FROM WS-PT-COUNT
           PERFORM SAVE-POSITION-TABLE

           DISPLAY 'Position removed.'
           MOVE 'POSITION-MAINT-REMOVE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Position removed: ' DELIMITED BY SIZE
                  WS-POS-REQUEST-ID DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       POSITION-BUDGET-REPORT.
       *> 月次の予算対実績レポート（部署別の予算ポジション数・
       *> 予算給与と在籍人数・実給与、および空席ポジションの
       *> 一覧と空席日数）
           IF WS-PT-COUNT = 0
               DISPLAY 'Position master not loaded - report not '
                   'available.'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HC-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-DEPT(WS-PT-IDX) TO WS-HC-DEPT-KEY
               PERFORM LOOKUP-HEADCOUNT-DEPT
               IF WS-DEPT-FOUND = 'Y'
                   ADD 1 TO WS-HC-BUDGET-COUNT(WS-HC-IDX)
                   ADD WS-PT-BUDGET-SALARY(WS-PT-IDX)
                       TO WS-HC-BUDGET-SALARY(WS-HC-IDX)
                   IF WS-PT-OPEN(WS-PT-IDX)
                       ADD 1 TO WS-HC-VACANT-COUNT(WS-HC-IDX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SEARCH-EOF
           OPEN INPUT EMPLOYEE-MASTER
           MOVE LOW-VALUES TO WS-EMP-ID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN WS-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SEARCH-EOF
           END-START
           PERFORM UNTIL WS-SEARCH-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEARCH-EOF
                   NOT AT END
                       IF NOT WS-EMP-TERMINATED
                           MOVE WS-EMP-DEPT TO WS-HC-DEPT-KEY
                           PERFORM LOOKUP-HEADCOUNT-DEPT
                           IF WS-DEPT-FOUND = 'Y'
                               ADD 1 TO
                                   WS-HC-ACTUAL-COUNT(WS-HC-IDX)
                               ADD WS-EMP-SALARY TO
                                   WS-HC-ACTUAL-SALARY(WS-HC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           DISPLAY '========================================'
           DISPLAY 'Position Budget / Headcount Report as of '
               WS-TODAY-DATE
           DISPLAY '========================================'
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-COUNT
               MOVE WS-HC-BUDGET-SALARY(WS-HC-IDX)
                   TO WS-DISPLAY-BUDGET-COST
               MOVE WS-HC-ACTUAL-SALARY(WS-HC-IDX)
                   TO WS-DISPLAY-ACTUAL-COST
               DISPLAY WS-HC-DEPT(WS-HC-IDX)
               DISPLAY '  Headcount budget '
                   WS-HC-BUDGET-COUNT(WS-HC-IDX) ' actual '
                   WS-HC-ACTUAL-COUNT(WS-HC-IDX) ' open '
                   WS-HC-VACANT-COUNT(WS-HC-IDX)
               DISPLAY '  Salary cost budget ' WS-DISPLAY-BUDGET-COST
                   ' actual ' WS-DISPLAY-ACTUAL-COST
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'Open vacancies:'
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-OPEN(WS-PT-IDX)
                   PERFORM LIST-OPEN-VACANCY
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY '  (none)'
           END-IF
           DISPLAY ' '.
           *> 空行表示

       LIST-OPEN-VACANCY.
       *> 空席ポジション1件分の表示（空席日数は本日までの日数。
       *> 空席日が不正な場合は日数を表示しない）
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-PT-BUDGET-SALARY(WS-PT-IDX) TO WS-DISPLAY-SALARY
           MOVE WS-PT-VACANT-SINCE(WS-PT-IDX) TO WS-HIRE-DATE-PARTS
           PERFORM VALIDATE-DATE-PARTS
           IF WS-ENTRY-VALID = 'Y'
               COMPUTE WS-POS-DATE-NUM =
                   WS-HD-YEAR-NUM * 10000 + WS-HD-MONTH-NUM * 100
                   + WS-HD-DAY-NUM
               COMPUTE WS-POS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-POS-DATE-NUM)
               IF WS-POS-DAYS-OPEN < 0
                   MOVE 0 TO WS-POS-DAYS-OPEN
               END-IF
               MOVE WS-POS-DAYS-OPEN TO WS-DISPLAY-DAYS-OPEN
               DISPLAY '  ' WS-PT-POSITION-ID(WS-PT-IDX) ' '
                   WS-PT-DEPT(WS-PT-IDX) ' '
                   WS-PT-GRADE(WS-PT-IDX) ' '
                   WS-DISPLAY-SALARY ' open since '
                   WS-PT-VACANT-SINCE(WS-PT-IDX) ' ('
                   WS-DISPLAY-DAYS-OPEN ' days)'
           ELSE
               DISPLAY '  ' WS-PT-POSITION-ID(WS-PT-IDX) ' '
                   WS-PT-DEPT(WS-PT-IDX) ' '
                   WS-PT-GRADE(WS-PT-IDX) ' '
                   WS-DISPLAY-SALARY ' open (date unknown)'
           END-IF.

       LOOKUP-HEADCOUNT-DEPT.
       *> WS-HC-DEPT-KEYの部署別集計エントリを検索し、無ければ
       *> 追加する（満杯の場合はWS-DEPT-FOUND='N'）
           MOVE 'N' TO WS-DEPT-FOUND
           IF WS-HC-COUNT > 0
               SET WS-HC-IDX TO 1
               SEARCH WS-HC-ENTRY
                   WHEN WS-HC-DEPT(WS-HC-IDX) = WS-HC-DEPT-KEY
                       MOVE 'Y' TO WS-DEPT-FOUND
               END-SEARCH
           END-IF
           IF WS-DEPT-FOUND NOT = 'Y'
               IF WS-HC-COUNT < 50
                   ADD 1 TO WS-HC-COUNT
                   SET WS-HC-IDX TO WS-HC-COUNT
                   MOVE WS-HC-DEPT-KEY TO WS-HC-DEPT(WS-HC-IDX)
                   MOVE 0 TO WS-HC-BUDGET-COUNT(WS-HC-IDX)
                   MOVE 0 TO WS-HC-BUDGET-SALARY(WS-HC-IDX)
                   MOVE 0 TO WS-HC-ACTUAL-COUNT(WS-HC-IDX)
                   MOVE 0 TO WS-HC-ACTUAL-SALARY(WS-HC-IDX)
                   MOVE 0 TO WS-HC-VACANT-COUNT(WS-HC-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-IF.

       LOAD-CERTIFICATION-TABLES.
       *> 資格ファイルと必須資格ファイルをテーブルへ読み込む
       *> （どちらもファイルが無ければ0件として扱う）
           MOVE 0 TO WS-CE-COUNT
           OPEN INPUT CERTIFICATION-FILE
           IF WS-CERT-FILE-OK
               MOVE 'N' TO WS-CERT-EOF
               PERFORM UNTIL WS-CERT-EOF = 'Y'
                   READ CERTIFICATION-FILE
                       AT END
                           MOVE 'Y' TO WS-CERT-EOF
                       NOT AT END
                           IF WS-CE-COUNT < 2000
                               ADD 1 TO WS-CE-COUNT
                               SET WS-CE-IDX TO WS-CE-COUNT
                               MOVE WS-CF-EMP-ID
                                   TO WS-CE-EMP-ID(WS-CE-IDX)
                               MOVE WS-CF-CERT-TYPE
                                   TO WS-CE-CERT-TYPE(WS-CE-IDX)
                               MOVE WS-CF-ISSUE-DATE
                                   TO WS-CE-ISSUE-DATE(WS-CE-IDX)
                               MOVE WS-CF-EXPIRY-DATE
                                   TO WS-CE-EXPIRY-DATE(WS-CE-IDX)
                               MOVE WS-CF-ISSUER
                                   TO WS-CE-ISSUER(WS-CE-IDX)
                           ELSE
                               MOVE 'Y' TO WS-CE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATION-FILE
           END-IF

           MOVE 0 TO WS-CQ-COUNT
           OPEN INPUT CERT-REQUIREMENT-FILE
           IF WS-CERTREQ-FILE-OK
               MOVE 'N' TO WS-CERT-EOF
               PERFORM UNTIL WS-CERT-EOF = 'Y'
                   READ CERT-REQUIREMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-CERT-EOF
                       NOT AT END
                           IF WS-CQ-COUNT < 200
                               ADD 1 TO WS-CQ-COUNT
                               SET WS-CQ-IDX TO WS-CQ-COUNT
                               MOVE WS-RQ-SCOPE
                                   TO WS-CQ-SCOPE(WS-CQ-IDX)
                               MOVE WS-RQ-KEY
                                   TO WS-CQ-KEY(WS-CQ-IDX)
                               MOVE WS-RQ-CERT-TYPE
                                   TO WS-CQ-CERT-TYPE(WS-CQ-IDX)
                           ELSE
                               MOVE 'Y' TO WS-CQ-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REQUIREMENT-FILE
           END-IF

           IF WS-CE-OVERFLOW = 'Y'
               DISPLAY '*** EMPCERT.DAT exceeds 2000 certificates - '
                   'certificate changes will not be saved'
               MOVE 'LOAD-CERTIFICATION-TABLES'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Certificate file exceeds table size - not saved'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           IF WS-CQ-OVERFLOW = 'Y'
               DISPLAY '*** CERTREQ.DAT exceeds 200 requirements - '
                   'requirement changes will not be saved'
               MOVE 'LOAD-CERTIFICATION-TABLES'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Requirement file exceeds table size - not saved'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       SAVE-CERTIFICATION-TABLE.
       *> 資格テーブルを資格ファイルへ全件書き戻す（テーブルに
       *> 収まらない資格があった場合は書き戻さない）
           IF WS-CE-OVERFLOW = 'Y'
               DISPLAY '*** EMPCERT.DAT not rewritten - file exceeds '
                   'the certificate table'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CERTIFICATION-FILE
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               MOVE SPACES TO CERTIFICATION-RECORD
               MOVE WS-CE-EMP-ID(WS-CE-IDX) TO WS-CF-EMP-ID
               MOVE WS-CE-CERT-TYPE(WS-CE-IDX) TO WS-CF-CERT-TYPE
               MOVE WS-CE-ISSUE-DATE(WS-CE-IDX) TO WS-CF-ISSUE-DATE
               MOVE WS-CE-EXPIRY-DATE(WS-CE-IDX)
                   TO WS-CF-EXPIRY-DATE
               MOVE WS-CE-ISSUER(WS-CE-IDX) TO WS-CF-ISSUER
               WRITE CERTIFICATION-RECORD
           END-PERFORM
           CLOSE CERTIFICATION-FILE.

       SAVE-CERT-REQUIREMENT-TABLE.
       *> 必須資格テーブルを必須資格ファイルへ全件書き戻す（テーブル
       *> に収まらない必須資格があった場合は書き戻さない）
           IF WS-CQ-OVERFLOW = 'Y'
               DISPLAY '*** CERTREQ.DAT not rewritten - file exceeds '
                   'the requirement table'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CERT-REQUIREMENT-FILE
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-COUNT
               MOVE SPACES TO CERT-REQUIREMENT-RECORD
               MOVE WS-CQ-SCOPE(WS-CQ-IDX) TO WS-RQ-SCOPE
               MOVE WS-CQ-KEY(WS-CQ-IDX) TO WS-RQ-KEY
               MOVE WS-CQ-CERT-TYPE(WS-CQ-IDX) TO WS-RQ-CERT-TYPE
               WRITE CERT-REQUIREMENT-RECORD
           END-PERFORM
           CLOSE CERT-REQUIREMENT-FILE.

       FIND-CERTIFICATE.
       *> WS-EMP-IDの従業員のWS-CERT-TYPE-INPUTの資格を検索する
       *> （見つかればWS-CE-FOUND='Y'、WS-CE-IDXに位置を返す）
           MOVE 'N' TO WS-CE-FOUND
           IF WS-CE-COUNT > 0
               SET WS-CE-IDX TO 1
               SEARCH WS-CE-ENTRY
                   WHEN WS-CE-IDX <= WS-CE-COUNT
                       AND WS-CE-EMP-ID(WS-CE-IDX) = WS-EMP-ID
                       AND WS-CE-CERT-TYPE(WS-CE-IDX)
                           = WS-CERT-TYPE-INPUT
                       MOVE 'Y' TO WS-CE-FOUND
               END-SEARCH
           END-IF.

       COMPUTE-CERT-DAYS-LEFT.
       *> WS-CE-IDXの資格の有効期限までの残日数を求める
       *> （無期限または期限が不正な場合はWS-CERT-DATED='N'）
           MOVE 'N' TO WS-CERT-DATED
           MOVE 0 TO WS-CERT-DAYS-LEFT
           IF WS-CE-EXPIRY-DATE(WS-CE-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CE-EXPIRY-DATE(WS-CE-IDX) TO WS-HIRE-DATE-PARTS
           PERFORM VALIDATE-DATE-PARTS
           IF WS-ENTRY-VALID = 'Y'
               COMPUTE WS-CERT-DATE-NUM =
                   WS-HD-YEAR-NUM * 10000 + WS-HD-MONTH-NUM * 100
                   + WS-HD-DAY-NUM
               COMPUTE WS-CERT-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-CERT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               MOVE 'Y' TO WS-CERT-DATED
           END-IF.

       CERTIFICATION-MAINTENANCE.
       *> 資格・免許保守サブルーチン（登録・更新、従業員別一覧、
       *> 削除）
           DISPLAY 'Certification Maintenance: (1) Add / Renew '
               '(2) List for employee (3) Remove: '
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CERT-MAINT-ADD
               WHEN 2
                   PERFORM CERT-MAINT-LIST
               WHEN 3
                   PERFORM CERT-MAINT-REMOVE
               WHEN OTHER
                   DISPLAY 'Invalid choice!'
           END-EVALUATE
           DISPLAY ' '.
           *> 空行表示

       CERT-MAINT-ADD.
       *> 資格の登録（同じ従業員・資格種別が既にあれば取得日・
       *> 有効期限・発行機関を更新する）
           DISPLAY 'Enter Employee ID: '
           ACCEPT WS-EMP-ID

           *> CLOSEで状態コードが'00'に戻るため、READの結果は
           *> CLOSEの前に退避してから判定する
           MOVE 'N' TO WS-EMP-LOOKUP-OK
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'Employee not found!'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-LOOKUP-OK
           END-READ
           CLOSE EMPLOYEE-MASTER
           IF WS-EMP-LOOKUP-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Enter Certificate Type: '
           ACCEPT WS-CERT-TYPE-INPUT
           IF WS-CERT-TYPE-INPUT = SPACES
               DISPLAY 'Certificate type is required!'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CERTIFICATE
           IF WS-CE-FOUND NOT = 'Y' AND WS-CE-COUNT >= 2000
               DISPLAY 'Certification table is full!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Issue Date (YYYY-MM-DD): '
               ACCEPT WS-CERT-ISSUE-INPUT
               MOVE WS-CERT-ISSUE-INPUT TO WS-HIRE-DATE-PARTS
               PERFORM VALIDATE-DATE-PARTS
           END-PERFORM
           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM UNTIL WS-ENTRY-VALID = 'Y'
               DISPLAY 'Enter Expiry Date (YYYY-MM-DD, '
                   'blank = no expiry): '
               ACCEPT WS-CERT-EXPIRY-INPUT
               IF WS-CERT-EXPIRY-INPUT = SPACES
                   MOVE 'Y' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-CERT-EXPIRY-INPUT TO WS-HIRE-DATE-PARTS
                   PERFORM VALIDATE-DATE-PARTS
                   IF WS-ENTRY-VALID = 'Y'
                       AND WS-CERT-EXPIRY-INPUT
                           < WS-CERT-ISSUE-INPUT
                       DISPLAY 'Expiry date cannot be before the '
                           'issue date!'
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'Enter Issuing Body: '
           ACCEPT WS-CERT-ISSUER-INPUT

           IF WS-CE-FOUND NOT = 'Y'
               ADD 1 TO WS-CE-COUNT
               SET WS-CE-IDX TO WS-CE-COUNT
               MOVE WS-EMP-ID TO WS-CE-EMP-ID(WS-CE-IDX)
               MOVE WS-CERT-TYPE-INPUT TO WS-CE-CERT-TYPE(WS-CE-IDX)
           END-IF
           MOVE WS-CERT-ISSUE-INPUT TO WS-CE-ISSUE-DATE(WS-CE-IDX)
           MOVE WS-CERT-EXPIRY-INPUT TO WS-CE-EXPIRY-DATE(WS-CE-IDX)
           MOVE WS-CERT-ISSUER-INPUT TO WS-CE-ISSUER(WS-CE-IDX)
           PERFORM SAVE-CERTIFICATION-TABLE

           DISPLAY 'Certificate saved successfully!'
           MOVE 'CERT-MAINT-ADD' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-CE-FOUND = 'Y'
               STRING 'Certificate renewed: ' DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CERT-TYPE-INPUT DELIMITED BY SPACE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               STRING 'Certificate added: ' DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CERT-TYPE-INPUT DELIMITED BY SPACE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       CERT-MAINT-LIST.
       *> 従業員1名分の資格一覧（有効・期限切れの別と残日数を表示）
           DISPLAY 'Enter Employee ID: '
           ACCEPT WS-EMP-ID
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               IF WS-CE-EMP-ID(WS-CE-IDX) = WS-EMP-ID
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM LIST-ONE-CERTIFICATE
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY 'No certificates on file for that employee.'
           END-IF.

       LIST-ONE-CERTIFICATE.
       *> WS-CE-IDXの資格1件分の表示
           PERFORM COMPUTE-CERT-DAYS-LEFT
           IF WS-CERT-DATED NOT = 'Y'
               DISPLAY WS-CE-CERT-TYPE(WS-CE-IDX) ' issued '
                   WS-CE-ISSUE-DATE(WS-CE-IDX) ' by '
                   WS-CE-ISSUER(WS-CE-IDX) ' (no expiry)'
           ELSE
               IF WS-CERT-DAYS-LEFT < 0
                   DISPLAY WS-CE-CERT-TYPE(WS-CE-IDX) ' issued '
                       WS-CE-ISSUE-DATE(WS-CE-IDX) ' by '
                       WS-CE-ISSUER(WS-CE-IDX) ' EXPIRED '
                       WS-CE-EXPIRY-DATE(WS-CE-IDX)
               ELSE
                   DISPLAY WS-CE-CERT-TYPE(WS-CE-IDX) ' issued '
                       WS-CE-ISSUE-DATE(WS-CE-IDX) ' by '
                       WS-CE-ISSUER(WS-CE-IDX) ' valid to '
                       WS-CE-EXPIRY-DATE(WS-CE-IDX)
               END-IF
           END-IF.

       CERT-MAINT-REMOVE.
       *> 資格の削除（後続のエントリを詰める）
           DISPLAY 'Enter Employee ID: '
           ACCEPT WS-EMP-ID
           DISPLAY 'Enter Certificate Type to remove: '
           ACCEPT WS-CERT-TYPE-INPUT
           PERFORM FIND-CERTIFICATE
           IF WS-CE-FOUND NOT = 'Y'
               DISPLAY 'Certificate not found!'
               EXIT PARAGRAPH
           END-IF

           *> 後続のエントリを1件ずつ詰めて削除する
           PERFORM UNTIL WS-CE-IDX >= WS-CE-COUNT
               MOVE WS-CE-ENTRY(WS-CE-IDX + 1)
                   TO WS-CE-ENTRY(WS-CE-IDX)
               SET WS-CE-IDX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM WS-CE-COUNT
           PERFORM SAVE-CERTIFICATION-TABLE

           DISPLAY 'Certificate removed.'
           MOVE 'CERT-MAINT-REMOVE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Certificate removed: ' DELIMITED BY SIZE
                  WS-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CERT-TYPE-INPUT DELIMITED BY SPACE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CERT-REQUIREMENT-MAINTENANCE.
       *> 必須資格保守サブルーチン（追加・一覧・削除。
       *> スーパーバイザー限定）
           DISPLAY 'Required Certifications: (1) Add (2) List '
               '(3) Remove: '
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CERT-REQ-MAINT-ADD
               WHEN 2
                   PERFORM CERT-REQ-MAINT-LIST
               WHEN 3
                   PERFORM CERT-REQ-MAINT-REMOVE
               WHEN OTHER
                   DISPLAY 'Invalid choice!'
           END-EVALUATE
           DISPLAY ' '.
           *> 空行表示

       ACCEPT-CERT-REQ-KEY.
       *> 必須資格の適用範囲・等級/部署コード・資格種別の入力と
       *> 既存定義の検索（見つかればWS-CQ-FOUND='Y'）
           MOVE 'N' TO WS-CQ-FOUND
           DISPLAY 'Required by (G) Job Grade or (D) Department: '
           ACCEPT WS-CQ-SCOPE-INPUT
           EVALUATE WS-CQ-SCOPE-INPUT
               WHEN 'G'
               WHEN 'g'
                   MOVE 'G' TO WS-CQ-SCOPE-INPUT
                   MOVE 'N' TO WS-ENTRY-VALID
                   PERFORM UNTIL WS-ENTRY-VALID = 'Y'
                       DISPLAY 'Enter Job Grade Code: '
                       ACCEPT WS-EMP-GRADE
                       PERFORM VALIDATE-GRADE-ENTRY
                   END-PERFORM
                   MOVE WS-EMP-GRADE TO WS-CQ-KEY-INPUT
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO WS-CQ-SCOPE-INPUT
                   MOVE 'N' TO WS-ENTRY-VALID
                   PERFORM UNTIL WS-ENTRY-VALID = 'Y'
                       DISPLAY 'Enter Department Code: '
                       ACCEPT WS-EMP-DEPT
                       PERFORM VALIDATE-DEPARTMENT-ENTRY
                   END-PERFORM
                   MOVE WS-EMP-DEPT TO WS-CQ-KEY-INPUT
               WHEN OTHER
                   DISPLAY 'Invalid choice!'
                   MOVE SPACES TO WS-CQ-SCOPE-INPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY 'Enter Certificate Type: '
           ACCEPT WS-CERT-TYPE-INPUT
           IF WS-CERT-TYPE-INPUT = SPACES
               DISPLAY 'Certificate type is required!'
               MOVE SPACES TO WS-CQ-SCOPE-INPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-CQ-COUNT > 0
               SET WS-CQ-IDX TO 1
               SEARCH WS-CQ-ENTRY
                   WHEN WS-CQ-IDX <= WS-CQ-COUNT
                       AND WS-CQ-SCOPE(WS-CQ-IDX) = WS-CQ-SCOPE-INPUT
                       AND WS-CQ-KEY(WS-CQ-IDX) = WS-CQ-KEY-INPUT
                       AND WS-CQ-CERT-TYPE(WS-CQ-IDX)
                           = WS-CERT-TYPE-INPUT
                       MOVE 'Y' TO WS-CQ-FOUND
               END-SEARCH
           END-IF.

       CERT-REQ-MAINT-ADD.
       *> 必須資格の追加
           IF WS-CQ-COUNT >= 200
               DISPLAY 'Required certification table is full!'
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CERT-REQ-KEY
           IF WS-CQ-SCOPE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CQ-FOUND = 'Y'
               DISPLAY 'Requirement already exists!'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CQ-COUNT
           SET WS-CQ-IDX TO WS-CQ-COUNT
           MOVE WS-CQ-SCOPE-INPUT TO WS-CQ-SCOPE(WS-CQ-IDX)
           MOVE WS-CQ-KEY-INPUT TO WS-CQ-KEY(WS-CQ-IDX)
           MOVE WS-CERT-TYPE-INPUT TO WS-CQ-CERT-TYPE(WS-CQ-IDX)
           PERFORM SAVE-CERT-REQUIREMENT-TABLE

           DISPLAY 'Requirement added.'
           MOVE 'CERT-REQ-MAINT-ADD' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Requirement added: ' DELIMITED BY SIZE
                  WS-CQ-SCOPE-INPUT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CQ-KEY-INPUT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CERT-TYPE-INPUT DELIMITED BY SPACE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CERT-REQ-MAINT-LIST.
       *> 必須資格の一覧表示
           IF WS-CQ-COUNT = 0
               DISPLAY 'No required certifications on file.'
           ELSE
               PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                       UNTIL WS-CQ-IDX > WS-CQ-COUNT
                   IF WS-CQ-BY-GRADE(WS-CQ-IDX)
                       DISPLAY 'Grade      '
                           WS-CQ-KEY(WS-CQ-IDX) ' requires '
                           WS-CQ-CERT-TYPE(WS-CQ-IDX)
                   ELSE
                       DISPLAY 'Department '
                           WS-CQ-KEY(WS-CQ-IDX) ' requires '
                           WS-CQ-CERT-TYPE(WS-CQ-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CERT-REQ-MAINT-REMOVE.
       *> 必須資格の削除（後続のエントリを詰める）
           PERFORM ACCEPT-CERT-REQ-KEY
           IF WS-CQ-SCOPE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CQ-FOUND NOT = 'Y'
               DISPLAY 'Requirement not found!'
               EXIT PARAGRAPH
           END-IF

           *> 後続のエントリを1件ずつ詰めて削除する
           PERFORM UNTIL WS-CQ-IDX >= WS-CQ-COUNT
               MOVE WS-CQ-ENTRY(WS-CQ-IDX + 1)
                   TO WS-CQ-ENTRY(WS-CQ-IDX)
               SET WS-CQ-IDX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM WS-CQ-COUNT
           PERFORM SAVE-CERT-REQUIREMENT-TABLE

           DISPLAY 'Requirement removed.'
           MOVE 'CERT-REQ-MAINT-REMOVE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Requirement removed: ' DELIMITED BY SIZE
                  WS-CQ-SCOPE-INPUT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CQ-KEY-INPUT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CERT-TYPE-INPUT DELIMITED BY SPACE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CERTIFICATION-EXPIRY-REPORT.
       *> 月次の資格期限レポート（在籍者の期限切れ・期限間近の
       *> 資格と、等級・部署の必須資格を有効な状態で保有して
       *> いない従業員を、所属部署のマネージャー別に表示する）
           IF WS-CE-COUNT = 0 AND WS-CQ-COUNT = 0
               DISPLAY 'No certifications or requirements on file.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Enter alert window in days (0 = 60): '
           ACCEPT WS-CERT-WINDOW-DAYS
           IF WS-CERT-WINDOW-DAYS = 0
               MOVE 60 TO WS-CERT-WINDOW-DAYS
           END-IF

           MOVE 0 TO WS-CX-COUNT
           MOVE 0 TO WS-CM-COUNT
           MOVE 0 TO WS-CERT-EXPIRED-COUNT
           MOVE 0 TO WS-CERT-EXPIRING-COUNT
           MOVE 0 TO WS-CERT-MISSING-COUNT

           MOVE 'N' TO WS-SEARCH-EOF
           OPEN INPUT EMPLOYEE-MASTER
           MOVE LOW-VALUES TO WS-EMP-ID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN WS-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SEARCH-EOF
           END-START
           PERFORM UNTIL WS-SEARCH-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEARCH-EOF
                   NOT AT END
                       IF NOT WS-EMP-TERMINATED
                           PERFORM CHECK-EMPLOYEE-CERTIFICATES
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY '========================================'
           DISPLAY 'Certification Expiry Report as of '
               WS-TODAY-DATE
           DISPLAY 'Alert window: ' WS-CERT-WINDOW-DAYS ' days'
           DISPLAY '========================================'
           IF WS-CX-COUNT = 0
               DISPLAY 'No expired, expiring or missing '
                   'certificates.'
           END-IF
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               PERFORM LIST-MANAGER-CERT-GROUP
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           DISPLAY '----------------------------------------'
           DISPLAY 'Expired:            ' WS-CERT-EXPIRED-COUNT
           DISPLAY 'Expiring in window: ' WS-CERT-EXPIRING-COUNT
           DISPLAY 'Missing required:   ' WS-CERT-MISSING-COUNT
           DISPLAY ' '

           MOVE 'CERTIFICATION-EXPIRY-REPORT' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Cert report expired ' DELIMITED BY SIZE
                  WS-CERT-EXPIRED-COUNT DELIMITED BY SIZE
                  ' expiring ' DELIMITED BY SIZE
                  WS-CERT-EXPIRING-COUNT DELIMITED BY SIZE
                  ' missing ' DELIMITED BY SIZE
                  WS-CERT-MISSING-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CHECK-EMPLOYEE-CERTIFICATES.
       *> 従業員1名分の資格を判定し、例外行を例外テーブルへ追加する
       *> （マネージャーは所属部署の部署マスタから求め、部署が
       *> マスタに無い場合は0＝未設定として扱う）
           MOVE 0 TO WS-CERT-MANAGER-ID
           MOVE WS-EMP-DEPT TO WS-DM-LOOKUP-CODE
           PERFORM LOOKUP-DEPARTMENT
           IF WS-DM-FOUND = 'Y'
               MOVE WS-DM-MANAGER-ID(WS-DM-IDX) TO WS-CERT-MANAGER-ID
           END-IF

           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               IF WS-CE-EMP-ID(WS-CE-IDX) = WS-EMP-ID
                   PERFORM COMPUTE-CERT-DAYS-LEFT
                   IF WS-CERT-DATED = 'Y'
                       IF WS-CERT-DAYS-LEFT < 0
                           MOVE WS-CE-CERT-TYPE(WS-CE-IDX)
                               TO WS-CERT-TYPE-INPUT
                           MOVE 'X' TO WS-CERT-EXCEPTION-KIND
                           PERFORM ADD-CERT-EXCEPTION
                       ELSE
                           IF WS-CERT-DAYS-LEFT
                                   <= WS-CERT-WINDOW-DAYS
                               MOVE WS-CE-CERT-TYPE(WS-CE-IDX)
                                   TO WS-CERT-TYPE-INPUT
                               MOVE 'S' TO WS-CERT-EXCEPTION-KIND
                               PERFORM ADD-CERT-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-COUNT
               IF (WS-CQ-BY-GRADE(WS-CQ-IDX)
                       AND WS-CQ-KEY(WS-CQ-IDX) = WS-EMP-GRADE
                       AND WS-EMP-GRADE NOT = SPACES)
                  OR (WS-CQ-BY-DEPT(WS-CQ-IDX)
                       AND WS-CQ-KEY(WS-CQ-IDX) = WS-EMP-DEPT)
                   PERFORM CHECK-REQUIRED-CERTIFICATE
               END-IF
           END-PERFORM.

       CHECK-REQUIRED-CERTIFICATE.
       *> WS-CQ-IDXの必須資格を従業員が有効な状態（無期限または
       *> 期限内）で保有しているか判定し、無ければ未保有として
       *> 例外行を追加する（期限切れの資格は保有とみなさない）
           MOVE 'N' TO WS-CERT-HELD
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               IF WS-CE-EMP-ID(WS-CE-IDX) = WS-EMP-ID
                   AND WS-CE-CERT-TYPE(WS-CE-IDX)
                       = WS-CQ-CERT-TYPE(WS-CQ-IDX)
                   PERFORM COMPUTE-CERT-DAYS-LEFT
                   IF WS-CERT-DATED NOT = 'Y'
                      OR WS-CERT-DAYS-LEFT NOT < 0
                       MOVE 'Y' TO WS-CERT-HELD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CERT-HELD = 'N'
               MOVE WS-CQ-CERT-TYPE(WS-CQ-IDX) TO WS-CERT-TYPE-INPUT
               MOVE 'M' TO WS-CERT-EXCEPTION-KIND
               MOVE 0 TO WS-CERT-DAYS-LEFT
               PERFORM ADD-CERT-EXCEPTION
           END-IF.

       ADD-CERT-EXCEPTION.
       *> 例外行1件の追加（種別はWS-CERT-EXCEPTION-KINDで受け取る。
       *> 等級と部署の両方で同じ資格が必須の場合の未保有は1件に
       *> まとめる）
           IF WS-CERT-EXCEPTION-KIND = 'M' AND WS-CX-COUNT > 0
               MOVE 'N' TO WS-CE-FOUND
               SET WS-CX-IDX TO 1
               SEARCH WS-CX-ENTRY
                   WHEN WS-CX-IDX <= WS-CX-COUNT
                       AND WS-CX-EMP-ID(WS-CX-IDX) = WS-EMP-ID
                       AND WS-CX-MISSING(WS-CX-IDX)
                       AND WS-CX-CERT-TYPE(WS-CX-IDX)
                           = WS-CERT-TYPE-INPUT
                       MOVE 'Y' TO WS-CE-FOUND
               END-SEARCH
               IF WS-CE-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CX-COUNT >= 1000
               DISPLAY 'Warning: too many exceptions - report '
                   'truncated for employee ' WS-EMP-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CX-COUNT
           SET WS-CX-IDX TO WS-CX-COUNT
           MOVE WS-CERT-MANAGER-ID TO WS-CX-MANAGER-ID(WS-CX-IDX)
           MOVE WS-EMP-ID TO WS-CX-EMP-ID(WS-CX-IDX)
           MOVE WS-EMP-NAME TO WS-CX-EMP-NAME(WS-CX-IDX)
           MOVE WS-CERT-TYPE-INPUT TO WS-CX-CERT-TYPE(WS-CX-IDX)
           MOVE WS-CERT-EXCEPTION-KIND TO WS-CX-KIND(WS-CX-IDX)
           MOVE WS-CERT-DAYS-LEFT TO WS-CX-DAYS(WS-CX-IDX)
           IF WS-CERT-EXCEPTION-KIND = 'M'
               MOVE SPACES TO WS-CX-EXPIRY-DATE(WS-CX-IDX)
               ADD 1 TO WS-CERT-MISSING-COUNT
           ELSE
               MOVE WS-CE-EXPIRY-DATE(WS-CE-IDX)
                   TO WS-CX-EXPIRY-DATE(WS-CX-IDX)
               IF WS-CERT-EXCEPTION-KIND = 'X'
                   ADD 1 TO WS-CERT-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-CERT-EXPIRING-COUNT
               END-IF
           END-IF

           *> マネージャー一覧へ初出のマネージャーを追加する
           MOVE 'N' TO WS-CE-FOUND
           IF WS-CM-COUNT > 0
               SET WS-CM-IDX TO 1
               SEARCH WS-CM-ENTRY
                   WHEN WS-CM-IDX <= WS-CM-COUNT
                       AND WS-CM-MANAGER-ID(WS-CM-IDX)
                           = WS-CERT-MANAGER-ID
                       MOVE 'Y' TO WS-CE-FOUND
               END-SEARCH
           END-IF
           IF WS-CE-FOUND NOT = 'Y' AND WS-CM-COUNT < 100
               ADD 1 TO WS-CM-COUNT
               SET WS-CM-IDX TO WS-CM-COUNT
               MOVE WS-CERT-MANAGER-ID TO WS-CM-MANAGER-ID(WS-CM-IDX)
           END-IF.

       LIST-MANAGER-CERT-GROUP.
       *> マネージャー1名分の見出しと配下の例外行を表示する
       *> （マネージャー名は従業員マスタから取得する）
           DISPLAY ' '
           IF WS-CM-MANAGER-ID(WS-CM-IDX) = 0
               DISPLAY 'Manager: (not assigned)'
           ELSE
               MOVE WS-CM-MANAGER-ID(WS-CM-IDX) TO WS-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'Manager: ' WS-CM-MANAGER-ID(WS-CM-IDX)
                           ' (not on employee master)'
                   NOT INVALID KEY
                       DISPLAY 'Manager: ' WS-CM-MANAGER-ID(WS-CM-IDX)
                           ' ' WS-EMP-NAME
               END-READ
           END-IF
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               IF WS-CX-MANAGER-ID(WS-CX-IDX)
                       = WS-CM-MANAGER-ID(WS-CM-IDX)
                   PERFORM LIST-CERT-EXCEPTION
               END-IF
           END-PERFORM.

       LIST-CERT-EXCEPTION.
       *> 例外行1件分の表示
           EVALUATE TRUE
               WHEN WS-CX-EXPIRED(WS-CX-IDX)
                   COMPUTE WS-DISPLAY-DAYS-LEFT =
                       0 - WS-CX-DAYS(WS-CX-IDX)
                   DISPLAY '  ' WS-CX-EMP-ID(WS-CX-IDX) ' '
                       WS-CX-EMP-NAME(WS-CX-IDX) ' '
                       WS-CX-CERT-TYPE(WS-CX-IDX) ' EXPIRED '
                       WS-CX-EXPIRY-DATE(WS-CX-IDX) ' ('
                       WS-DISPLAY-DAYS-LEFT ' days ago)'
               WHEN WS-CX-EXPIRING(WS-CX-IDX)
                   MOVE WS-CX-DAYS(WS-CX-IDX) TO WS-DISPLAY-DAYS-LEFT
                   DISPLAY '  ' WS-CX-EMP-ID(WS-CX-IDX) ' '
                       WS-CX-EMP-NAME(WS-CX-IDX) ' '
                       WS-CX-CERT-TYPE(WS-CX-IDX) ' EXPIRES '
                       WS-CX-EXPIRY-DATE(WS-CX-IDX) ' ('
                       WS-DISPLAY-DAYS-LEFT ' days)'
               WHEN OTHER
                   DISPLAY '  ' WS-CX-EMP-ID(WS-CX-IDX) ' '
                       WS-CX-EMP-NAME(WS-CX-IDX) ' '
                       WS-CX-CERT-TYPE(WS-CX-IDX)
                       ' MISSING REQUIRED CERTIFICATE'
           END-EVALUATE.

       WRITE-SALARY-HISTORY.
       *> 給与変更1件分を変更履歴ファイルへ追記する（変更前後の金額・
       *> 変更日・ユーザIDを記録。変更日は発効日の指定があれば
       *> その日付、無ければ当日。複数回の実行で追記するため
       *> EXTENDで開き、ファイルが無ければOUTPUTで新規作成する）
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           MOVE SPACES TO WS-CHANGE-DATE-WORK
           STRING WS-CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                     INTO WS-CHANGE-DATE-WORK
           END-STRING
           IF WS-SALARY-EFFECTIVE-DATE NOT = SPACES
               MOVE WS-SALARY-EFFECTIVE-DATE TO WS-CHANGE-DATE-WORK
               MOVE SPACES TO WS-SALARY-EFFECTIVE-DATE
           END-IF

           MOVE SPACES TO SALARY-HISTORY-RECORD
           MOVE WS-EMP-ID TO WS-SH-EMP-ID
           MOVE WS-OLD-SALARY TO WS-SH-OLD-SALARY
           MOVE WS-EMP-SALARY TO WS-SH-NEW-SALARY
           MOVE WS-CHANGE-DATE-WORK TO WS-SH-CHANGE-DATE
           MOVE WS-AUDIT-USER-ID TO WS-SH-USER-ID

                   ' ' WS-RETRO-TAG
           END-IF.

       JOURNAL-EMPLOYEE-CHANGE.
       *> 従業員マスタ1件分の変更を変更ジャーナルへ記録する
       *> （WS-JRN-ACTIONに操作を設定して呼ぶ。更新・削除の変更前
       *> イメージはREAD直後にWS-JRN-BEFORE-IMAGEへ退避しておく）
           MOVE 'EMPLOYEE' TO WS-JRN-FILE-ID
           MOVE SPACES TO WS-JRN-KEY
           MOVE WS-EMP-ID TO WS-JRN-KEY
           MOVE 95 TO WS-JRN-IMAGE-LENGTH
           MOVE EMPLOYEE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-BANK-CHANGE.
       *> 銀行口座1件分の変更を変更ジャーナルへ記録する
           MOVE 'EMPBANK' TO WS-JRN-FILE-ID
           MOVE SPACES TO WS-JRN-KEY
           MOVE WS-BK-EMP-ID TO WS-JRN-KEY
           MOVE 60 TO WS-JRN-IMAGE-LENGTH
           MOVE EMPLOYEE-BANK-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM WRITE-CHANGE-JOURNAL.

       WRITE-CHANGE-JOURNAL.
       *> 変更ジャーナルへの追記（登録は変更前、削除は変更後を
       *> 空白にする。相関IDは実行ごとに最初の記録時に採番する。
       *> 複数プログラムが追記するためEXTENDで開き、ファイルが
       *> 無ければOUTPUTで新規作成する）
           IF WS-JRN-CORRELATION-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
               STRING WS-AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-CURRENT-DATE-WORK DELIMITED BY SIZE
                   INTO WS-JRN-CORRELATION-ID
               END-STRING
           END-IF
           ADD 1 TO WS-JRN-SEQUENCE
           IF WS-JRN-ACTION = 'A'
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF
           IF WS-JRN-ACTION = 'D'
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
           END-IF

           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CJ-TIMESTAMP
           MOVE WS-AUDIT-PROGRAM-ID TO WS-CJ-PROGRAM-ID
           MOVE WS-JRN-FILE-ID TO WS-CJ-FILE-ID
           MOVE WS-JRN-ACTION TO WS-CJ-ACTION
           MOVE WS-JRN-KEY TO WS-CJ-KEY
           MOVE WS-AUDIT-USER-ID TO WS-CJ-OPERATOR
           MOVE WS-JRN-CORRELATION-ID TO WS-CJ-CORRELATION-ID
           MOVE WS-JRN-SEQUENCE TO WS-CJ-SEQUENCE
           MOVE WS-JRN-IMAGE-LENGTH TO WS-CJ-IMAGE-LENGTH
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
