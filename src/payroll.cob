       *>             の期間数×増額分を不足額として総支給へ加算し、
       *>             台帳に明示行を出力。精算済みの変更は
       *>             RETROPD.DATに記録して再支給を防ぐ
       *> 2026-10-15  COBOL Developer  差押命令ファイル（GARNISH.DAT）
       *>             による裁判所命令の差押控除を追加。税引後の
       *>             可処分所得から保護最低額（TAXRULES.DATの
       *>             GARNMIN）を除いた範囲で優先順位順に適用し、
       *>             残高を減らして完済した命令は自動停止する。
       *>             支払先別の送金レポート（GARNREM.TXT）を出力
       *> 2026-10-15  COBOL Developer  雇用主負担の社会保険料・年金等
       *>             の計算を追加（ERCRULES.DATの料率・年間賃金
       *>             上限・1期間上限で従業員ごとに計算）。台帳に
       *>             雇用主負担として表示し、年度累計に加算する。
       *>             部署別合計をGL-JOURNAL連携用にERCOST.DATへ出力
       *> 2026-10-15  COBOL Developer  タイムカードに休日勤務時間を
       *>             追加（TIME-CLOCKが打刻から作成。時給×割増率
       *>             HOLMULTで支給）。TIME-CLOCKの勤怠例外一覧
       *>             （TIMEEXC.DAT）に未解除の例外がある場合は
       *>             実行を拒否する
       *> 2026-10-15  COBOL Developer  退職者の最終給与モードを追加
       *>             （起動時にFを指定）。EMPLOYEEが退職時に追記する
       *>             FINALPAY.DATを読み、退職日までの日割給与と休暇
       *>             残高（LEAVELDG.DAT）の買取に税・控除・差押を適用
       *>             する。台帳・振込・例外・送金は別ファイル
       *>             （FINALREG.TXT／FINALNET.DAT／FINALNEX.DAT／
       *>             FINALREM.TXT）に出力し、年度累計を更新、買取分を
       *>             休暇台帳へPAYOで記録して残高をゼロにする。
       *>             支給期間コントロール（PAYPERD.DAT）は参照のみ
       *> 2026-10-15  COBOL Developer  振込前の前期比較チェックを追加。
       *>             従業員別の支給履歴（PAYHIST.DAT）と比べて総支給・
       *>             差引の増減が閾値（TAXRULES.DATのVARPCT／VARAMT）
       *>             を超えるもの、新規・欠落、差引ゼロ以下、口座重複
       *>             をPAYVAR.TXTへ出力する。振込ファイルの送信簿登録
       *>             は保留ファイル（PAYHOLD.DAT）に留め、実行モードL
       *>             でスーパーバイザーがサインオンして解除する
       *> 2026-10-15  COBOL Developer  従業員別の給与明細書を追加。
       *>             勤務時間・時給、総支給、税率バンド別の税額、
       *>             控除内訳、遡及支給、差引、振込先（マスク）、
       *>             年度累計を1名1ページでPAYSLIP.TXTへ、人事
       *>             ポータル取込用にPAYSLIP.DATへ出力する（最終給与
       *>             モードはFINALSLP.TXT／FINALSLP.DAT）
       *> 2026-10-15  COBOL Developer  販売員コミッションの支給を追加。
       *>             COMPREHENSIVE-SAMPLEが記録するコミッション台帳
       *>             （COMMLDG.DAT）の販売員＝従業員ID別の残高を
       *>             総支給へ別行で加算し、返品による戻しで残高が
       *>             マイナスの場合は差引の範囲で控除して回収する。
       *>             支給・回収を台帳へ追記し、販売員別の発生・
       *>             戻し・支給・回収・繰越残高をCOMMLDG.TXTへ出力
       *> 2026-10-15  COBOL Developer  サインオン失敗の監査ログに
       *>             入力されたオペレーターIDを記録
       *> 2026-10-15  COBOL Developer  口座変更直後の振込を保留。
       *>             口座レコードの最終変更日から指定日数（TAXRULES
       *>             .DATのBANKHOLD、既定14日）以内の口座は、承認待ち
       *>             変更ファイル（PENDCHG.DAT）に同じ口座への承認済み
       *>             変更が無ければ振込明細を作らず例外リストへ送る
       *> 2026-10-15  COBOL Developer  保留ファイルに支給期間を記録。
       *>             上書きする振込ファイルに別の期間（最終給与は
       *>             全て）の未解除の保留があれば実行開始時に拒否し、
       *>             保留テーブル満杯は完了コード8で中止する
       *>             （保留も送信簿登録もされない振込を防ぐ）
       *> 2026-10-15  COBOL Developer  差押命令・前期支給履歴・休暇
       *>             台帳がテーブルに収まらない場合は完了コード8で
       *>             実行を拒否する（書き戻しで命令・履歴を失わない
       *>             ため）。休暇残高テーブルを2000名に拡大。当期の
       *>             支給結果テーブル満杯は差異として振込を保留し、
       *>             支給履歴を書き戻さない

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 給与抽出ファイル（EMPLOYEEのEXPORT-PAYROLL-EXTRACTが出力。
           *> 最終給与モードではEMPLOYEEが退職時に追記する最終給与
           *> 依頼ファイルFINALPAY.DATを同じレコード構造で読む）
           SELECT PAYROLL-EXTRACT
               ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXTRACT-STATUS.

               STATUS IS WS-RULES-STATUS.

           *> タイムカードファイル（1従業員1支給期間1レコード。
           *> 所定時間・残業時間・時給・休日勤務時間を持つ。
           *> TIME-CLOCKが打刻から作成する。時給制従業員の
           *> 総支給額計算用で、レコードが無い従業員は固定給扱い）
           SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TIMECARD-STATUS.

           *> 勤怠例外一覧ファイル（TIME-CLOCKが出力し、スーパー
           *> バイザーが解除する。未解除の例外があれば実行しない）
           SELECT TIME-EXCEPTION-FILE ASSIGN TO 'TIMEEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TIMEEXC-STATUS.

           *> 従業員別控除選択ファイル（1従業員1控除1レコード。
           *> 適用開始日・終了日付き。ファイルが無い場合は従来
           *> どおりTAXRULES.DATの固定控除を全員に適用する）
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ELECTIONS-STATUS.

           *> 差押命令ファイル（1命令1レコード。事件番号・支払先・
           *> 優先順位・率または定額・期間上限・残高を持つ。
           *> 実行終了時に残高と状態を更新して書き戻す）
           SELECT GARNISHMENT-FILE ASSIGN TO 'GARNISH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-GARNISH-STATUS.

           *> 差押送金レポートファイル（支払先別・当期間分）
           SELECT GARNISH-REMIT-FILE
               ASSIGN TO DYNAMIC WS-GARNREM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-GARNREM-STATUS.

           *> 雇用主負担ルールファイル（1行1負担項目。料率・年間の
           *> 賃金上限・1期間あたりの上限額を持つ。ファイルが無い
           *> 場合は雇用主負担を計算しない）
           SELECT EMPLOYER-RULES-FILE ASSIGN TO 'ERCRULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ERCRULES-STATUS.

           *> 雇用主負担の部署別合計ファイル（GL-JOURNALが費用と
           *> 未払金として部署別に転記し、取込後に退避する）
           SELECT EMPLOYER-COST-FILE ASSIGN TO 'ERCOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ERCOST-STATUS.

           *> 給与台帳レポートファイル（最終給与モードはFINALREG.TXT）
           SELECT PAY-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REGISTER-STATUS.

           *> 差引支給額振込ファイル（銀行連携用。ヘッダー／明細／
           *> トレーラー構成で、トレーラーに件数と金額ハッシュを持つ。
           *> 最終給与モードはFINALNET.DAT）
           SELECT NET-PAY-FILE
               ASSIGN TO DYNAMIC WS-NETPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-NETPAY-STATUS.

               RECORD KEY IS WS-BK-EMP-ID
               STATUS IS WS-BANK-STATUS.

           *> 承認待ち変更ファイル（EMPLOYEEが保守する。変更直後の
           *> 口座が承認済みの変更によるものかの確認に参照する）
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PENDING-STATUS.

           *> 振込例外リスト（口座未登録などで振込明細を作成
           *> できなかった従業員の一覧。最終給与モードはFINALNEX.DAT）
           SELECT NET-PAY-EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-NETPAYEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-NETPAYEX-STATUS.

           *> 給与明細書（印刷用。従業員1名につき1ページ。最終給与
           *> モードはFINALSLP.TXT）
           SELECT PAY-SLIP-FILE
               ASSIGN TO DYNAMIC WS-PAYSLIP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PAYSLIP-STATUS.

           *> 給与明細データ（人事ポータル取込用。最終給与モードは
           *> FINALSLP.DAT）
           SELECT PAY-SLIP-DATA-FILE
               ASSIGN TO DYNAMIC WS-SLIPDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SLIPDATA-STATUS.

           *> 支給期間コントロールファイル（期間ID・状態・支払日。
           *> 同一期間の二重実行を防止する）
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-YTD-STATUS.

           *> 休暇台帳ファイル（EMPLOYEEが保守する追記型の台帳。
           *> 最終給与モードで残高を読み、買取分をPAYOで追記する）
           SELECT LEAVE-LEDGER ASSIGN TO 'LEAVELDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-LEAVE-STATUS.

           *> コミッション台帳ファイル（COMPREHENSIVE-SAMPLEが売上の
           *> 発生と返品の戻しを追記する。実行終了時に当実行の支給と
           *> 回収を加えて書き戻す）
           SELECT COMMISSION-LEDGER-FILE ASSIGN TO 'COMMLDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COMMLDG-STATUS.

           *> 販売員別コミッション台帳レポートファイル（最終給与
           *> モードはFINALCOM.TXT）
           SELECT COMMISSION-REPORT-FILE
               ASSIGN TO DYNAMIC WS-COMMRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COMMRPT-STATUS.

           *> 従業員別支給履歴ファイル（期間ID・従業員ID・総支給・
           *> 差引。前期比較に使い、通常実行の終了時に前期分と
           *> 当期分を書き戻す）
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PAYHIST-STATUS.

           *> 振込前チェックの差異レポートファイル
           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'PAYVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PAYVAR-STATUS.

           *> 送信簿登録の保留ファイル（スーパーバイザーが解除する
           *> までOUTBOXADD.DATへ登録しない振込ファイルの一覧）
           SELECT HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PAYHOLD-STATUS.

           *> オペレーターマスタ（保留解除のスーパーバイザー
           *> サインオンに使用する）
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OPERATOR-STATUS.

           *> 送信ゲートウェイの登録取込ファイル（作成した振込
           *> ファイルを送信簿へ登録するため追記する）
           SELECT OUTBOX-ADD-FILE ASSIGN TO 'OUTBOXADD.DAT'
           05  FILLER PIC X(1).
           05  WS-PE-EMP-HIRE-DATE PIC X(10).
           *> 入社日
           05  FILLER PIC X(1).
           05  WS-PE-TERM-DATE PIC X(10).
           *> 退職日（FINALPAY.DATのみ。PAYROLL.DATでは空白）

       *> ルールレコード構造（1行1指示。
       *> BAND   <上限額> <税率>   累進税率バンド（上限額の昇順）
           05  FILLER PIC X(1).
           05  WS-TC-HOURLY-RATE PIC X(7).
           *> 時給（99999V99の暗黙小数を持つ数字列）
           05  FILLER PIC X(1).
           05  WS-TC-HOL-HOURS PIC X(5).
           *> 休日勤務時間（999V99の暗黙小数を持つ数字列。旧形式の
           *> レコードでは空白）

       *> 勤怠例外レコード構造（TIME-CLOCKのTIME-EXCEPTION-RECORDと
       *> 同一。状態O=未解除、C=解除済み）
       FD  TIME-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIME-EXCEPTION-RECORD.
           05  WS-TX-EMP-ID PIC X(5).
           05  FILLER PIC X(1).
           05  WS-TX-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-TX-CODE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-TX-STATUS PIC X(1).
           05  FILLER PIC X(1).
           05  WS-TX-CLEARED-BY PIC X(8).
           05  FILLER PIC X(1).
           05  WS-TX-DESCRIPTION PIC X(40).

       *> 控除選択レコード構造（金額は数値チェックのため文字列で
       *> 受ける。終了日が空白の選択は無期限に有効）
           05  WS-EL-STOP-DATE PIC X(10).
           *> 適用終了日（YYYY-MM-DD、空白は無期限）

       *> 差押命令レコード構造（金額・率は数値チェックのうえ
       *> 使用する。率は99999V99の百分率、定額は99999V99の金額）
       FD  GARNISHMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNISHMENT-RECORD.
           05  WS-GN-EMP-ID PIC X(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-GN-CASE-NUMBER PIC X(12).
           *> 事件番号
           05  FILLER PIC X(1).
           05  WS-GN-PAYEE PIC X(10).
           *> 送金先（裁判所・債権者などの支払先コード）
           05  FILLER PIC X(1).
           05  WS-GN-PRIORITY PIC 9(2).
           *> 法定優先順位（小さいほど先に適用）
           05  FILLER PIC X(1).
           05  WS-GN-METHOD PIC X(1).
           *> 計算方法（P=可処分所得に対する率、A=定額）
           05  FILLER PIC X(1).
           05  WS-GN-VALUE PIC 9(5)V99.
           *> 率（百分率）または定額
           05  FILLER PIC X(1).
           05  WS-GN-CAP PIC 9(5)V99.
           *> 1期間あたりの上限額（0は上限なし）
           05  FILLER PIC X(1).
           05  WS-GN-BALANCE PIC 9(7)V99.
           *> 残高（命令の未払総額）
           05  FILLER PIC X(1).
           05  WS-GN-STATUS PIC X(1).
           *> 状態（A=有効、S=完済で停止）
           05  FILLER PIC X(1).
           05  WS-GN-LAST-PERIOD PIC X(7).
           *> 最後に控除した期間ID（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-GN-LAST-AMOUNT PIC 9(5)V99.
           *> 最後に控除した金額（同一期間の再実行時に戻し入れる）

       *> 差押送金レポート行
       FD  GARNISH-REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-GARNREM-LINE PIC X(132).

       *> 雇用主負担ルールレコード構造（料率は9V9999、上限額は
       *> 暗黙小数の数字列。上限額0は上限なし）
       FD  EMPLOYER-RULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYER-RULES-RECORD.
           05  WS-ER-CODE PIC X(10).
           *> 負担項目コード（例: PENSION、HEALTH）
           05  FILLER PIC X(1).
           05  WS-ER-RATE PIC 9V9999.
           *> 料率（総支給額に対する率）
           05  FILLER PIC X(1).
           05  WS-ER-CEILING PIC 9(7)V99.
           *> 年間の賃金上限（年度累計の総支給額がこれを超えた
           *> 部分には負担しない）
           05  FILLER PIC X(1).
           05  WS-ER-CAP PIC 9(5)V99.
           *> 従業員1名1期間あたりの負担上限額

       *> 雇用主負担の部署別合計レコード構造（GL-JOURNALの
       *> EMPLOYER-COST-RECORDと同一）
       FD  EMPLOYER-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYER-COST-RECORD.
           05  WS-EC-PERIOD-ID PIC X(7).
           *> 期間ID（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-EC-DEPT-CODE PIC X(20).
           *> 部署コード
           05  FILLER PIC X(1).
           05  WS-EC-AMOUNT PIC 9(9)V99.
           *> 雇用主負担合計

       *> 給与台帳レポート行
       FD  PAY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-BK-BRANCH-CODE PIC X(3).
           05  WS-BK-ACCOUNT-NUMBER PIC X(10).
           05  WS-BK-ACCOUNT-NAME PIC X(30).
           05  WS-BK-LAST-CHANGED PIC X(8).
           *> 最終変更日（YYYYMMDD。EMPLOYEE-BANK-CONVERTで移行した
           *> 旧レコードは空白で、記録開始前の変更として扱う）

       *> 承認待ち変更レコード構造（EMPLOYEEの
       *> PENDING-CHANGE-RECORDと同一）
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           05  WS-PC-CHANGE-ID PIC 9(6).
           05  FILLER PIC X(1).
           05  WS-PC-CHANGE-TYPE PIC X(4).
           05  FILLER PIC X(1).
           05  WS-PC-ENTITY-ID PIC 9(7).
           05  FILLER PIC X(1).
           05  WS-PC-STATUS PIC X(1).
           05  FILLER PIC X(1).
           05  WS-PC-REQUEST-TS PIC X(14).
           05  FILLER PIC X(1).
           05  WS-PC-REQUESTED-BY PIC X(8).
           05  FILLER PIC X(1).
           05  WS-PC-DECIDED-TS PIC X(14).
           05  FILLER PIC X(1).
           05  WS-PC-DECIDED-BY PIC X(8).
           05  FILLER PIC X(1).
           05  WS-PC-BEFORE-VALUE PIC X(47).
           05  FILLER PIC X(1).
           05  WS-PC-AFTER-VALUE PIC X(47).

       *> 振込例外リスト行
       FD  NET-PAY-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-NETPAYEX-LINE PIC X(80).

       *> 給与明細書の行
       FD  PAY-SLIP-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PAYSLIP-LINE PIC X(80).

       *> 給与明細データレコード構造（S=従業員1名分の集計、
       *> I=明細項目。S1件の後に当該従業員のI行が続く）
       FD  PAY-SLIP-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-SLIP-DATA-RECORD.
           05  WS-SD-RECORD-TYPE PIC X(1).
           *> レコード区分（S）
           05  FILLER PIC X(1).
           05  WS-SD-PERIOD-ID PIC X(7).
           *> 期間ID（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-SD-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-SD-EMP-NAME PIC X(30).
           *> 従業員名
           05  FILLER PIC X(1).
           05  WS-SD-PAY-DATE PIC X(10).
           *> 支給日（実行日）
           05  FILLER PIC X(1).
           05  WS-SD-REG-HOURS PIC 9(3)V99.
           *> 所定労働時間（タイムカードが無い従業員はゼロ）
           05  FILLER PIC X(1).
           05  WS-SD-OT-HOURS PIC 9(3)V99.
           *> 残業時間
           05  FILLER PIC X(1).
           05  WS-SD-HOL-HOURS PIC 9(3)V99.
           *> 休日勤務時間
           05  FILLER PIC X(1).
           05  WS-SD-HOURLY-RATE PIC 9(5)V99.
           *> 時給
           05  FILLER PIC X(1).
           05  WS-SD-GROSS PIC 9(9)V99.
           *> 総支給額（遡及支給を含む）
           05  FILLER PIC X(1).
           05  WS-SD-TAX PIC 9(9)V99.
           *> 税額
           05  FILLER PIC X(1).
           05  WS-SD-DEDUCT PIC 9(9)V99.
           *> 控除合計
           05  FILLER PIC X(1).
           05  WS-SD-RETRO PIC 9(9)V99.
           *> うち遡及支給額
           05  FILLER PIC X(1).
           05  WS-SD-NET PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           *> 差引支給額
           05  FILLER PIC X(1).
           05  WS-SD-ACCOUNT PIC X(20).
           *> 振込先（口座番号は下4桁以外をマスク。未振込は空白）
           05  FILLER PIC X(1).
           05  WS-SD-YTD-GROSS PIC 9(9)V99.
           *> 年度累計 総支給
           05  FILLER PIC X(1).
           05  WS-SD-YTD-TAX PIC 9(9)V99.
           *> 年度累計 税額
           05  FILLER PIC X(1).
           05  WS-SD-YTD-DEDUCT PIC 9(9)V99.
           *> 年度累計 控除
           05  FILLER PIC X(1).
           05  WS-SD-YTD-NET PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           *> 年度累計 差引
       01  PAY-SLIP-ITEM-RECORD.
           05  WS-SI-RECORD-TYPE PIC X(1).
           *> レコード区分（I）
           05  FILLER PIC X(1).
           05  WS-SI-PERIOD-ID PIC X(7).
           05  FILLER PIC X(1).
           05  WS-SI-EMP-ID PIC 9(5).
           05  FILLER PIC X(1).
           05  WS-SI-ITEM-TYPE PIC X(4).
           *> 項目区分（EARN=支給、RETR=遡及、TAX=税、DED=控除）
           05  FILLER PIC X(1).
           05  WS-SI-DESCRIPTION PIC X(30).
           *> 項目名
           05  FILLER PIC X(1).
           05  WS-SI-BASE PIC 9(7)V99.
           *> 基礎数量（時間数・課税対象額。無い項目はゼロ）
           05  FILLER PIC X(1).
           05  WS-SI-RATE PIC 9(5)V9999.
           *> 単価・税率（無い項目はゼロ）
           05  FILLER PIC X(1).
           05  WS-SI-AMOUNT PIC 9(9)V99.
           *> 金額

       *> 支給期間コントロールレコード構造（1期間1レコード）
       FD  PAY-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-YT-NET PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           *> 差引支給額累計
           05  FILLER PIC X(1).
           05  WS-YT-EMPLOYER PIC 9(9)V99.
           *> 雇用主負担累計（旧形式のレコードでは空白）

       *> 休暇台帳レコード構造（EMPLOYEEのLEAVE-LEDGER-RECORDと同一）
       FD  LEAVE-LEDGER
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-LEDGER-RECORD.
           05  WS-LL-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-LL-TRANS-TYPE PIC X(4).
           *> 取引区分（ACCR=付与、TAKE=取得、PAYO=退職時の買取）
           05  FILLER PIC X(1).
           05  WS-LL-PERIOD PIC X(7).
           *> 対象期間（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-LL-DAYS PIC S9(3)V9
               SIGN IS LEADING SEPARATE.
           *> 日数（付与はプラス、取得・買取はマイナス）
           05  FILLER PIC X(1).
           05  WS-LL-USER-ID PIC X(8).
           *> 記録したユーザID

       *> コミッション台帳レコード構造（COMPREHENSIVE-SAMPLEの
       *> COMMISSION-LEDGER-RECORDと同一。E=売上による発生、
       *> C=返品による戻し、P=支給、R=戻しの回収）
       FD  COMMISSION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMMISSION-LEDGER-RECORD.
           05  WS-CL-SALESPERSON-ID PIC 9(5).
           *> 販売員ID（従業員ID）
           05  FILLER PIC X(1).
           05  WS-CL-ENTRY-TYPE PIC X(1).
           *> 記録区分（E/C/P/R）
           05  FILLER PIC X(1).
           05  WS-CL-TRANS-ID PIC 9(8).
           *> 売上トランザクションID（P/Rはゼロ）
           05  FILLER PIC X(1).
           05  WS-CL-RETURN-ID PIC 9(8).
           *> 返品ID（Cのみ）
           05  FILLER PIC X(1).
           05  WS-CL-ENTRY-DATE PIC X(8).
           *> 売上日・返品日・支給日（YYYYMMDD）
           05  FILLER PIC X(1).
           05  WS-CL-AMOUNT PIC 9(7)V99.
           *> コミッション額
           05  FILLER PIC X(1).
           05  WS-CL-PERIOD-ID PIC X(7).
           *> 支給期間（P/Rのみ。期間IDまたはFINAL）

       *> 販売員別コミッション台帳レポート行
       FD  COMMISSION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-COMMRPT-LINE PIC X(132).

       *> 支給履歴レコード構造（1期間1従業員1レコード）
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HISTORY-RECORD.
           05  WS-PH-PERIOD-ID PIC X(7).
           *> 期間ID（YYYY-MM）
           05  FILLER PIC X(1).
           05  WS-PH-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-PH-EMP-NAME PIC X(30).
           *> 従業員名
           05  FILLER PIC X(1).
           05  WS-PH-GROSS PIC 9(9)V99.
           *> 総支給額
           05  FILLER PIC X(1).
           05  WS-PH-NET PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           *> 差引支給額

       *> 差異レポート行
       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PAYVAR-LINE PIC X(132).

       *> 保留レコード構造（送信簿登録1件分と保留時の差異件数）
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  WS-HD-FILE-NAME PIC X(30).
           *> 振込ファイル名
           05  FILLER PIC X(1).
           05  WS-HD-PARTNER PIC X(10).
           *> 送信先
           05  FILLER PIC X(1).
           05  WS-HD-COUNT PIC 9(9).
           *> 明細件数
           05  FILLER PIC X(1).
           05  WS-HD-HASH PIC 9(13)V99.
           *> 金額ハッシュ
           05  FILLER PIC X(1).
           05  WS-HD-FLAG-COUNT PIC 9(5).
           *> 振込前チェックで検出した差異件数
           05  FILLER PIC X(1).
           05  WS-HD-HELD-DATE PIC X(10).
           *> 保留した日（YYYY-MM-DD）
           05  FILLER PIC X(1).
           05  WS-HD-PERIOD-ID PIC X(7).
           *> 振込ファイルを作成した実行の支給期間（YYYY-MM。項目
           *> 追加前の保留は空白）

       *> オペレーターマスタレコード構造（EMPLOYEEと同一）
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

       *> 送信ゲートウェイ登録行（ファイル名 送信先 件数 ハッシュ）
       FD  OUTBOX-ADD-FILE
           05  WS-NP-EXCEPTION-REASON PIC X(30).
           *> 例外理由の編集用
           05  WS-BANK-FOUND PIC X(1).
           *> 当該従業員の銀行口座レコード有無フラグ（Y/N。
           *> 未承認の変更直後の口座はH）
           05  WS-BANK-HOLD-DAYS PIC 9(3) VALUE 14.
           *> 変更後この日数未満の口座は承認済みの変更が必要
           *> （TAXRULES.DATのBANKHOLDルール。0は確認しない）
           05  WS-BANK-TODAY-NUM PIC 9(8).
           *> 本日（YYYYMMDD）
           05  WS-BANK-CHANGED-NUM PIC 9(8).
           *> 口座の最終変更日の数値化領域
           05  WS-BANK-CHANGE-DAYS PIC S9(7).
           *> 口座の最終変更日からの経過日数
           05  WS-BANK-HELD-COUNT PIC 9(5) VALUE 0.
           *> 未承認の口座変更で振込を保留した件数
       01  WS-BANK-CURRENT-VALUE.
       *> 口座レコードの現在値（PENDCHG.DATの変更後の値の形式）
           05  WS-BCV-BANK-CODE PIC X(4).
           05  WS-BCV-BRANCH-CODE PIC X(3).
           05  WS-BCV-ACCOUNT-NUMBER PIC X(10).
           05  WS-BCV-ACCOUNT-NAME PIC X(30).
       01  WS-PENDING-STATUS PIC X(2).
       *> PENDCHG.DAT入出力の状態コード
           88  WS-PENDING-OK VALUE '00'.
       01  WS-BANK-APPROVAL-TABLE.
       *> 承認済みの銀行口座変更（PENDCHG.DATの種別BANK・状態A）
           05  WS-BAT-COUNT PIC 9(3) VALUE 0.
           05  WS-BAT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BAT-IDX.
               10  WS-BAT-EMP-ID PIC 9(7).
               10  WS-BAT-AFTER-VALUE PIC X(47).
           05  WS-BAT-EOF PIC X(1).
           05  WS-BAT-FOUND PIC X(1).
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

               10  WS-TCT-REG-HOURS PIC 9(3)V99.
               10  WS-TCT-OT-HOURS PIC 9(3)V99.
               10  WS-TCT-HOURLY-RATE PIC 9(5)V99.
               10  WS-TCT-HOL-HOURS PIC 9(3)V99.

       *> タイムカード項目の数値変換用（暗黙小数の数字列を
       *> REDEFINESで数値として読み替える）
           *> 現在の従業員のタイムカード有無フラグ（Y/N）
           05  WS-OT-MULTIPLIER PIC 9V99 VALUE 1.25.
           *> 残業割増率（TAXRULES.DATのOTMULTルールで変更可能）
           05  WS-HOL-MULTIPLIER PIC 9V99 VALUE 1.50.
           *> 休日勤務割増率（TAXRULES.DATのHOLMULTルールで変更可能）
           05  WS-TIMEEXC-STATUS PIC X(2).
           *> TIMEEXC.DAT入出力の状態コード
               88  WS-TIMEEXC-OK VALUE '00'.
           05  WS-TIMEEXC-EOF PIC X(1) VALUE 'N'.
           *> 勤怠例外一覧終端フラグ
           05  WS-TIMEEXC-OPEN-COUNT PIC 9(4) VALUE 0.
           *> 未解除の勤怠例外件数

       *> 固定控除テーブル
       01  WS-DEDUCTION-TABLE.
               10  WS-APD-NAME PIC X(20).
               10  WS-APD-AMOUNT PIC 9(5)V99.

       *> 当該従業員に適用した税率バンドの内訳（給与明細書用）
       01  WS-APPLIED-BANDS.
           05  WS-ABT-COUNT PIC 9(2) VALUE 0.
           05  WS-ABT-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-ABT-IDX.
               10  WS-ABT-RATE PIC 9V9999.
               10  WS-ABT-PORTION PIC 9(7)V99.
               10  WS-ABT-TAX PIC 9(7)V99.

       01  WS-ELECTION-CONTROL.
           05  WS-ELECTIONS-STATUS PIC X(2).
           *> ELECTIONS.DAT入出力の状態コード
           05  WS-APD-WORK-AMOUNT PIC 9(5)V99.
           *> 内訳転記用の控除額

       *> 差押命令テーブル（起動時に全件読み込み、実行終了時に
       *> 書き戻す。数値不正の命令は原文のまま保持して書き戻す）
       01  WS-GARNISH-TABLE.
           05  WS-GOT-COUNT PIC 9(3) VALUE 0.
           05  WS-GOT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-GOT-IDX.
               10  WS-GOT-VALID PIC X(1).
               10  WS-GOT-RAW PIC X(90).
               10  WS-GOT-EMP-ID PIC 9(5).
               10  WS-GOT-CASE-NUMBER PIC X(12).
               10  WS-GOT-PAYEE PIC X(10).
               10  WS-GOT-PRIORITY PIC 9(2).
               10  WS-GOT-METHOD PIC X(1).
               10  WS-GOT-VALUE PIC 9(5)V99.
               10  WS-GOT-CAP PIC 9(5)V99.
               10  WS-GOT-BALANCE PIC 9(7)V99.
               10  WS-GOT-STATUS PIC X(1).
               10  WS-GOT-LAST-PERIOD PIC X(7).
               10  WS-GOT-LAST-AMOUNT PIC 9(5)V99.
               10  WS-GOT-DONE PIC X(1).
               *> 当該従業員の計算で処理済みかどうか（Y/N）

       *> 差押送金テーブル（当実行で控除した命令ごとに1エントリ）
       01  WS-REMIT-TABLE.
           05  WS-GRT-COUNT PIC 9(3) VALUE 0.
           05  WS-GRT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-GRT-IDX.
               10  WS-GRT-PAYEE PIC X(10).
               10  WS-GRT-CASE-NUMBER PIC X(12).
               10  WS-GRT-EMP-ID PIC 9(5).
               10  WS-GRT-EMP-NAME PIC X(30).
               10  WS-GRT-AMOUNT PIC 9(5)V99.
               10  WS-GRT-BALANCE PIC 9(7)V99.
               10  WS-GRT-STATUS PIC X(1).

       *> 送金レポートの支払先一覧（初出順）
       01  WS-PAYEE-TABLE.
           05  WS-GPY-COUNT PIC 9(3) VALUE 0.
           05  WS-GPY-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-GPY-IDX.
               10  WS-GPY-PAYEE PIC X(10).

       01  WS-GARNISH-CONTROL.
           05  WS-GARNISH-STATUS PIC X(2).
           *> GARNISH.DAT入出力の状態コード
               88  WS-GARNISH-OK VALUE '00'.
           05  WS-GARNREM-STATUS PIC X(2).
           *> GARNREM.TXT入出力の状態コード
           05  WS-GARNISH-EOF PIC X(1) VALUE 'N'.
           *> 差押命令ファイル終端フラグ
           05  WS-GARNISH-LOADED PIC X(1) VALUE 'N'.
           *> 差押命令ファイルを読み込めたかどうか（Y/N）
           05  WS-GARNISH-BAD-COUNT PIC 9(3) VALUE 0.
           *> 数値不正で例外報告した命令件数
           05  WS-GARNISH-DROPPED PIC 9(3) VALUE 0.
           *> テーブル満杯で読み込めなかった命令件数
           05  WS-GARNISH-SATISFIED PIC 9(3) VALUE 0.
           *> 当実行で完済・停止した命令件数
           05  WS-GARN-PROTECTED-MIN PIC 9(5)V99 VALUE 0.
           *> 差押後に残す保護最低額（TAXRULES.DATのGARNMINルール）
           05  WS-GARN-DISPOSABLE PIC 9(7)V99.
           *> 可処分所得（総支給額－税額）
           05  WS-GARN-AVAILABLE PIC 9(7)V99.
           *> 差押に充てられる残り額（可処分所得－保護最低額）
           05  WS-GARN-AMOUNT PIC 9(7)V99.
           *> 当該命令の当期間の控除額
           05  WS-GARN-NEXT PIC 9(3).
           *> 次に適用する命令のテーブル位置（0=残りなし）
           05  WS-GARN-NEXT-PRIORITY PIC 9(2).
           *> 次に適用する命令の優先順位
           05  WS-GARN-PAYEE-TOTAL PIC 9(9)V99.
           *> 送金レポートの支払先別合計
           05  WS-GARN-GRAND-TOTAL PIC 9(9)V99.
           *> 送金レポートの総合計
           05  WS-GARN-FOUND PIC X(1).
           *> 支払先一覧の検索結果フラグ（Y/N）

       *> 雇用主負担ルールテーブル
       01  WS-EMPLOYER-RULE-TABLE.
           05  WS-ERT-COUNT PIC 9(2) VALUE 0.
           05  WS-ERT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-ERT-IDX.
               10  WS-ERT-CODE PIC X(10).
               10  WS-ERT-RATE PIC 9V9999.
               10  WS-ERT-CEILING PIC 9(7)V99.
               10  WS-ERT-CAP PIC 9(5)V99.

       *> 当該従業員の雇用主負担の内訳（台帳の内訳行用）
       01  WS-APPLIED-EMPLOYER.
           05  WS-APE-COUNT PIC 9(2) VALUE 0.
           05  WS-APE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-APE-IDX.
               10  WS-APE-CODE PIC X(10).
               10  WS-APE-AMOUNT PIC 9(7)V99.

       *> 雇用主負担の部署別合計テーブル（GL連携ファイル用）
       01  WS-EMPLOYER-DEPT-TABLE.
           05  WS-EDT-COUNT PIC 9(3) VALUE 0.
           05  WS-EDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-EDT-IDX.
               10  WS-EDT-DEPT-CODE PIC X(20).
               10  WS-EDT-AMOUNT PIC 9(9)V99.

       01  WS-EMPLOYER-CONTROL.
           05  WS-ERCRULES-STATUS PIC X(2).
           *> ERCRULES.DAT入出力の状態コード
               88  WS-ERCRULES-OK VALUE '00'.
           05  WS-ERCOST-STATUS PIC X(2).
           *> ERCOST.DAT入出力の状態コード
           05  WS-ERCRULES-EOF PIC X(1) VALUE 'N'.
           *> 雇用主負担ルールファイル終端フラグ
           05  WS-ERCRULES-BAD-COUNT PIC 9(3) VALUE 0.
           *> 数値不正で例外報告したルール件数
           05  WS-EMPLOYER-COST PIC 9(7)V99 VALUE 0.
           *> 当該従業員の雇用主負担合計
           05  WS-ER-PRIOR-GROSS PIC 9(9)V99 VALUE 0.
           *> 当実行前の年度累計総支給額（賃金上限の判定用）
           05  WS-ER-BASE PIC 9(7)V99 VALUE 0.
           *> 負担項目1件分の対象賃金
           05  WS-ER-AMOUNT PIC 9(7)V99 VALUE 0.
           *> 負担項目1件分の負担額
           05  WS-EDT-FOUND PIC X(1).
           *> 部署別合計の検索結果フラグ（Y/N）

       *> 1名分の計算領域
       01  WS-CALCULATION-FIELDS.
           05  WS-GROSS-PAY PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-TAX PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-DEDUCTED PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-NET PIC S9(9)V99 VALUE 0.
           05  WS-TOTAL-EMPLOYER PIC 9(9)V99 VALUE 0.
           *> 雇用主負担合計（差引の計算には含めない）
           05  WS-CROSSFOOT-NET PIC S9(9)V99 VALUE 0.
           *> 総支給－税－控除で再計算した差引合計（突合用）

               10  WS-YTT-TAX PIC 9(9)V99.
               10  WS-YTT-DEDUCT PIC 9(9)V99.
               10  WS-YTT-NET PIC S9(9)V99.
               10  WS-YTT-EMPLOYER PIC 9(9)V99.

       01  WS-YTD-CONTROL.
           05  WS-YTD-STATUS PIC X(2).
           *> 当実行で累計へ加算した控除（突合検証用）
           05  WS-YTD-DELTA-NET PIC S9(9)V99 VALUE 0.
           *> 当実行で累計へ加算した差引（突合検証用）
           05  WS-YTD-DELTA-EMPLOYER PIC 9(9)V99 VALUE 0.
           *> 当実行で累計へ加算した雇用主負担（突合検証用）

       *> 実行モードと出力ファイル名（最終給与モードでは通常実行の
       *> 出力を上書きしないよう別名のファイルへ出力する）
       01  WS-RUN-MODE PIC X(1) VALUE SPACE.
       *> 実行モード（F=退職者の最終給与、L=保留中の振込の解除、
       *> それ以外=通常実行）
           88  WS-FINAL-PAY-RUN VALUE 'F' 'f'.
           88  WS-RELEASE-RUN VALUE 'L' 'l'.
       01  WS-EXTRACT-FILENAME PIC X(20) VALUE 'PAYROLL.DAT'.
       01  WS-REGISTER-FILENAME PIC X(20) VALUE 'PAYREG.TXT'.
       01  WS-NETPAY-FILENAME PIC X(20) VALUE 'NETPAY.DAT'.
       01  WS-NETPAYEX-FILENAME PIC X(20) VALUE 'NETPAYEX.DAT'.
       01  WS-GARNREM-FILENAME PIC X(20) VALUE 'GARNREM.TXT'.
       01  WS-PAYSLIP-FILENAME PIC X(20) VALUE 'PAYSLIP.TXT'.
       01  WS-SLIPDATA-FILENAME PIC X(20) VALUE 'PAYSLIP.DAT'.
       01  WS-COMMRPT-FILENAME PIC X(20) VALUE 'COMMLDG.TXT'.

       *> 給与明細書の作成制御と編集用
       01  WS-PAY-SLIP-CONTROL.
           05  WS-PAYSLIP-STATUS PIC X(2).
           *> PAYSLIP.TXT入出力の状態コード
           05  WS-SLIPDATA-STATUS PIC X(2).
           *> PAYSLIP.DAT入出力の状態コード
           05  WS-SLIP-COUNT PIC 9(5) VALUE 0.
           *> 出力した明細書の枚数
           05  WS-SLIP-TAX-BEFORE PIC 9(7)V99.
           *> バンド別税額算出用（加算前の税額）
           05  WS-SLIP-ITEM-TYPE PIC X(4).
           *> 明細項目の区分
           05  WS-SLIP-DESCRIPTION PIC X(30).
           *> 明細項目名
           05  WS-SLIP-BASE PIC 9(7)V99.
           *> 明細項目の基礎数量
           05  WS-SLIP-RATE PIC 9(5)V9999.
           *> 明細項目の単価・税率
           05  WS-SLIP-AMOUNT PIC 9(9)V99.
           *> 明細項目の金額
           05  WS-SLIP-ACCOUNT PIC X(20).
           *> マスク済みの振込先（銀行-支店-口座番号）
           05  WS-SLIP-ACCT-LEN PIC 9(2).
           *> 口座番号の有効桁数
           05  WS-SLIP-YTD-FOUND PIC X(1).
           *> 年度累計の有無（Y/N）
           05  WS-SLIP-BASE-EDIT PIC ZZZ,ZZ9.99.
           05  WS-SLIP-RATE-EDIT PIC ZZ,ZZ9.99.
           05  WS-SLIP-PCT-EDIT PIC ZZ9.99.

       *> 休暇残高テーブル（最終給与モードで休暇台帳を合算する）
       01  WS-LEAVE-TABLE.
           05  WS-LVT-COUNT PIC 9(4) VALUE 0.
           05  WS-LVT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LVT-IDX.
               10  WS-LVT-EMP-ID PIC 9(5).
               10  WS-LVT-BALANCE PIC S9(5)V9.
               10  WS-LVT-PAYOUT-DAYS PIC 9(5)V9.
               *> 当実行で買い取った日数（台帳へPAYOで記録する）
               10  WS-LVT-PERIOD PIC X(7).
               *> 買取を記録する期間（退職日の年月）

       01  WS-FINAL-PAY-CONTROL.
           05  WS-LEAVE-STATUS PIC X(2).
           *> LEAVELDG.DAT入出力の状態コード
               88  WS-LEAVE-OK VALUE '00'.
           05  WS-LEAVE-EOF PIC X(1) VALUE 'N'.
           *> 休暇台帳終端フラグ
           05  WS-LEAVE-FOUND PIC X(1).
           *> 休暇残高テーブルの検索結果フラグ（Y/N）
           05  WS-LEAVE-WORKDAYS PIC 9(3) VALUE 260.
           *> 休暇買取の日額算出に使う年間所定労働日数（TAXRULES.DAT
           *> のLEAVEDAYルールで変更可能）
           05  WS-FINAL-REJECT-COUNT PIC 9(5) VALUE 0.
           *> 退職日不正で処理しなかった依頼件数
           05  WS-FINAL-PAYOUT-COUNT PIC 9(5) VALUE 0.
           *> 休暇台帳へ買取を記録した件数
           05  WS-FINAL-TERM-PERIOD PIC X(7).
           *> 退職日の期間ID（YYYY-MM）
           05  WS-FINAL-TERM-DAY PIC 9(2).
           *> 退職日の日
           05  WS-FINAL-MONTH-DAYS PIC 9(2).
           *> 退職月の暦日数
           05  WS-FINAL-DATE-NUM PIC 9(8).
           *> 退職日（YYYYMMDD、日数計算用）
           05  WS-FINAL-NEXT-NUM PIC 9(8).
           *> 退職月の翌月初日（YYYYMMDD、日数計算用）
           05  WS-FINAL-YEAR-N PIC 9(4).
           05  WS-FINAL-MONTH-N PIC 9(2).
           05  WS-FINAL-PERIOD-PAID PIC X(1).
           *> 退職月が通常実行で支払済みかどうか（Y/N）
           05  WS-FINAL-REJECTED PIC X(1).
           *> 退職日不正で当該依頼を処理しなかったかどうか（Y/N）
           05  WS-FINAL-SALARY PIC 9(7)V99 VALUE 0.
           *> 日割給与額
           05  WS-FINAL-LEAVE-DAYS PIC S9(5)V9 VALUE 0.
           *> 休暇残高日数
           05  WS-FINAL-LEAVE-PAY PIC 9(7)V99 VALUE 0.
           *> 休暇買取額
           05  WS-DEDUCT-AS-OF-DATE PIC X(10).
           *> 控除選択の適用判定日（通常は実行日、最終給与は退職日）
           05  WS-FINAL-MOVE-COMMAND PIC X(60).
           *> 処理済み依頼ファイルの退避コマンド
       01  WS-DISPLAY-DAYS PIC -ZZZZ9.9.
       *> 休暇日数の表示用

       *> コミッション台帳テーブル（COMMLDG.DATの全件を原文で保持
       *> して書き戻す。通常実行では当期間の支給・回収を読み飛ばし、
       *> 再実行時に置き換える）
       01  WS-COMM-LEDGER-TABLE.
           05  WS-CLR-COUNT PIC 9(4) VALUE 0.
           05  WS-CLR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CLR-IDX.
               10  WS-CLR-RAW PIC X(52).
               10  WS-CLR-KEEP PIC X(1).
               *> 書き戻すかどうか（Y/N）

       *> 販売員別のコミッション残高テーブル（残高＝発生－戻し－
       *> 支給＋回収。当実行の支給・回収は別に持ち台帳へ追記する）
       01  WS-COMMISSION-TABLE.
           05  WS-CMT-COUNT PIC 9(3) VALUE 0.
           05  WS-CMT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CMT-IDX.
               10  WS-CMT-EMP-ID PIC 9(5).
               10  WS-CMT-EMP-NAME PIC X(30).
               10  WS-CMT-EARNED PIC 9(9)V99.
               10  WS-CMT-CLAWED PIC 9(9)V99.
               10  WS-CMT-PAID PIC 9(9)V99.
               10  WS-CMT-RECOVERED PIC 9(9)V99.
               10  WS-CMT-RUN-PAID PIC 9(7)V99.
               10  WS-CMT-RUN-RECOVERED PIC 9(7)V99.

       01  WS-COMMISSION-CONTROL.
           05  WS-COMMLDG-STATUS PIC X(2).
           *> COMMLDG.DAT入出力の状態コード
               88  WS-COMMLDG-OK VALUE '00'.
           05  WS-COMMRPT-STATUS PIC X(2).
           *> COMMLDG.TXT入出力の状態コード
           05  WS-COMMLDG-EOF PIC X(1) VALUE 'N'.
           *> コミッション台帳終端フラグ
           05  WS-COMMLDG-LOADED PIC X(1) VALUE 'N'.
           *> コミッション台帳を全件読み込めたかどうか（Y/N）
           05  WS-CMT-FOUND PIC X(1).
           *> 当該従業員の残高エントリ有無フラグ（Y/N）
           05  WS-COMM-BALANCE PIC S9(9)V99.
           *> 当該従業員の支給前の残高
           05  WS-COMM-PAY PIC 9(7)V99 VALUE 0.
           *> 当該従業員の当実行のコミッション支給額
           05  WS-COMM-RECOVER PIC 9(7)V99 VALUE 0.
           *> 当該従業員の当実行の戻し回収額
           05  WS-COMM-AVAILABLE PIC S9(9)V99.
           *> 回収に充てられる差引の残り
           05  WS-COMM-TOTAL-PAID PIC 9(9)V99 VALUE 0.
           05  WS-COMM-TOTAL-RECOVERED PIC 9(9)V99 VALUE 0.
           *> 当実行の支給・回収合計
           05  WS-COMM-TOTAL-BALANCE PIC S9(9)V99 VALUE 0.
           *> レポートの繰越残高合計
           05  WS-COMM-PERIOD-ID PIC X(7).
           *> 支給・回収を記録する期間（最終給与モードはFINAL）
           05  WS-COMM-ENTRY-TYPE PIC X(1).
           05  WS-COMM-ENTRY-AMOUNT PIC 9(7)V99.
           *> 台帳へ追記する1件分の区分と金額
           05  WS-COMM-SUM-EARNED PIC 9(9)V99.
           05  WS-COMM-SUM-CLAWED PIC 9(9)V99.
           05  WS-COMM-SUM-PAID PIC 9(9)V99.
           05  WS-COMM-SUM-RECOVERED PIC 9(9)V99.
           *> 台帳レポートの合計行用

       *> 前期の支給履歴テーブル（PAYHIST.DATのうち当期より前の
       *> 直近期間の分。当期分は再実行のため読み飛ばす）
       01  WS-PAY-HISTORY-TABLE.
           05  WS-PHT-COUNT PIC 9(4) VALUE 0.
           05  WS-PHT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PHT-IDX.
               10  WS-PHT-EMP-ID PIC 9(5).
               10  WS-PHT-EMP-NAME PIC X(30).
               10  WS-PHT-GROSS PIC 9(9)V99.
               10  WS-PHT-NET PIC S9(9)V99.
               10  WS-PHT-MATCHED PIC X(1).
               *> 当期に同じ従業員がいたかどうか（Y/N）

       *> 当期の支給結果テーブル（振込前チェックと履歴の書き戻し用）
       01  WS-VARIANCE-TABLE.
           05  WS-VCT-COUNT PIC 9(4) VALUE 0.
           05  WS-VCT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-VCT-IDX WS-VCT-IDX-2.
               10  WS-VCT-EMP-ID PIC 9(5).
               10  WS-VCT-EMP-NAME PIC X(30).
               10  WS-VCT-GROSS PIC 9(9)V99.
               10  WS-VCT-NET PIC S9(9)V99.
               10  WS-VCT-BANK-KEY PIC X(17).
               *> 振込先（銀行・支店・口座。振込しない場合は空白）

       *> 保留テーブル（PAYHOLD.DATの内容。同じ期間の同じファイルの
       *> 再保留は置き換える。別の期間の未解除の保留が残っている
       *> 場合は実行開始時に拒否する）
       01  WS-HOLD-TABLE.
           05  WS-HDT-COUNT PIC 9(2) VALUE 0.
           05  WS-HDT-OVERFLOW PIC X(1) VALUE 'N'.
           *> PAYHOLD.DATがテーブルに収まらなかったかどうか（Y/N）
           05  WS-HDT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-HDT-IDX.
               10  WS-HDT-FILE-NAME PIC X(30).
               10  WS-HDT-PARTNER PIC X(10).
               10  WS-HDT-COUNT-N PIC 9(9).
               10  WS-HDT-HASH PIC 9(13)V99.
               10  WS-HDT-FLAG-COUNT PIC 9(5).
               10  WS-HDT-HELD-DATE PIC X(10).
               10  WS-HDT-PERIOD-ID PIC X(7).

       01  WS-VARIANCE-CONTROL.
           05  WS-PAYHIST-STATUS PIC X(2).
           *> PAYHIST.DAT入出力の状態コード
               88  WS-PAYHIST-OK VALUE '00'.
           05  WS-PAYVAR-STATUS PIC X(2).
           *> PAYVAR.TXT入出力の状態コード
           05  WS-PAYHOLD-STATUS PIC X(2).
           *> PAYHOLD.DAT入出力の状態コード
               88  WS-PAYHOLD-OK VALUE '00'.
           05  WS-PAYHIST-EOF PIC X(1) VALUE 'N'.
           *> 支給履歴・保留ファイル走査用の終端フラグ
           05  WS-PRIOR-PERIOD-ID PIC X(7) VALUE SPACES.
           *> 比較対象の前期の期間ID（履歴なしは空白）
           05  WS-VAR-PERCENT PIC 9(3) VALUE 20.
           *> 増減率の閾値（%、TAXRULES.DATのVARPCTルール）
           05  WS-VAR-MIN-AMOUNT PIC 9(5)V99 VALUE 0.
           *> 増減額の下限（これ以下の増減は報告しない。VARAMT）
           05  WS-VAR-FLAG-COUNT PIC 9(5) VALUE 0.
           *> 検出した差異件数
           05  WS-VCT-DROPPED PIC 9(5) VALUE 0.
           *> 支給結果テーブル満杯で記録できなかった従業員数
           05  WS-VAR-FOUND PIC X(1).
           *> 前期エントリの検索結果フラグ（Y/N）
           05  WS-VAR-CHECK-NAME PIC X(24).
           *> 差異の種類
           05  WS-VAR-PRIOR PIC S9(9)V99.
           *> 比較する前期の金額
           05  WS-VAR-CURRENT PIC S9(9)V99.
           *> 比較する当期の金額
           05  WS-VAR-DIFF PIC S9(9)V99.
           *> 増減額
           05  WS-VAR-ABS-DIFF PIC 9(9)V99.
           *> 増減額の絶対値
           05  WS-VAR-LIMIT PIC 9(9)V99.
           *> 前期の金額×閾値%
           05  WS-VAR-EMP-ID PIC 9(5).
           05  WS-VAR-EMP-NAME PIC X(30).
           *> 差異レポート1行分の従業員
           05  WS-HOLD-MOVE-COMMAND PIC X(60).
           *> 解除済み保留ファイルの退避コマンド
           05  WS-RELEASE-CONFIRM PIC X(1).
           *> 保留解除の確認入力（Y/N）
       01  WS-OPERATOR-STATUS PIC X(2).
       *> OPERATOR.DAT入出力の状態コード
           88  WS-OPERATOR-FILE-OK VALUE '00'.
       01  WS-OPERATOR-EOF PIC X(1).
       *> オペレーターマスタ終端フラグ

       *> サインオンの制御
       01  WS-SIGNON-CONTROL.
           05  WS-SIGNON-USER-ID PIC X(8).
           05  WS-SIGNON-PASSWORD PIC X(8).
           05  WS-SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
           05  WS-SIGNON-OK PIC X(1) VALUE 'N'.
               88  WS-SIGNED-ON VALUE 'Y'.
           05  WS-PWD-SOURCE PIC X(8).
           *> ハッシュ計算の入力
           05  WS-PWD-HASH PIC 9(8).
           *> パスワードハッシュ（8桁の数値）
           05  WS-PWD-HASH-X REDEFINES WS-PWD-HASH PIC X(8).
           05  WS-PWD-CHAR-POS PIC 9(2).

       01  WS-EXTRACT-EOF PIC X(1) VALUE 'N'.
       *> 給与抽出ファイル終端フラグ
       01  WS-DISPLAY-AMOUNT-4 PIC -ZZZ,ZZZ,ZZ9.99.
       *> 差引支給額の表示用（控除が総支給額を上回るとマイナスに
       *> なり得るため符号付きで編集する）
       01  WS-DISPLAY-AMOUNT-5 PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-6 PIC -ZZZ,ZZZ,ZZ9.99.
       *> 差異レポートの前期・当期・増減額表示用

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-CURRENT-DATE-WORK(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(1:7) TO WS-RUN-PERIOD-ID
           MOVE WS-RUN-DATE TO WS-DEDUCT-AS-OF-DATE

           DISPLAY 'Run mode (R=regular, F=final pay for terminated '
               'employees, L=release held disbursements) [R]: '
           ACCEPT WS-RUN-MODE
           IF WS-FINAL-PAY-RUN
               PERFORM RUN-FINAL-PAY
               STOP RUN
           END-IF
           IF WS-RELEASE-RUN
               PERFORM RELEASE-HELD-DISBURSEMENTS
               STOP RUN
           END-IF

           PERFORM CHECK-HELD-DISBURSEMENT

           PERFORM CHECK-TIME-EXCEPTIONS
           IF WS-TIMEEXC-OPEN-COUNT > 0
               DISPLAY 'Run refused - ' WS-TIMEEXC-OPEN-COUNT
                   ' time exception(s) in TIMEEXC.DAT not cleared '
                   'by a supervisor'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-PAY-PERIOD


               PERFORM LOAD-DEDUCTION-ELECTIONS

               PERFORM LOAD-GARNISHMENT-ORDERS

               PERFORM LOAD-EMPLOYER-RULES

               PERFORM LOAD-TIMECARDS

               PERFORM LOAD-YTD-FILE

               PERFORM LOAD-RETRO-PAY

               PERFORM LOAD-PAY-HISTORY

               PERFORM LOAD-COMMISSION-LEDGER

               PERFORM PROCESS-PAYROLL-EXTRACT

               PERFORM CHECK-PAY-VARIANCES

               PERFORM WRITE-REGISTER-TOTALS

               PERFORM WRITE-YTD-FILE

               PERFORM WRITE-PAY-HISTORY

               PERFORM WRITE-EMPLOYER-COST-FEED

               PERFORM WRITE-GARNISHMENT-FILE

               PERFORM WRITE-REMITTANCE-REPORT

               PERFORM SETTLE-RETRO-PAY

               PERFORM POST-COMMISSION-PAYMENTS

               PERFORM STAMP-PAY-PERIOD
           END-IF

           STOP RUN.
           *> プログラム終了

       RUN-FINAL-PAY.
       *> 退職者の最終給与（オフサイクル実行）。支給期間コントロール
       *> は退職月の支払済み判定に読むだけで、二重実行の確認や
       *> PAIDへの更新は行わない。出力は通常実行と別名のファイル
       *> とし、処理済みの依頼ファイルは退避する
           DISPLAY 'Final pay run for terminated employees'
           MOVE 'FINALPAY.DAT' TO WS-EXTRACT-FILENAME
           MOVE 'FINALREG.TXT' TO WS-REGISTER-FILENAME
           MOVE 'FINALNET.DAT' TO WS-NETPAY-FILENAME
           MOVE 'FINALNEX.DAT' TO WS-NETPAYEX-FILENAME
           MOVE 'FINALREM.TXT' TO WS-GARNREM-FILENAME
           MOVE 'FINALSLP.TXT' TO WS-PAYSLIP-FILENAME
           MOVE 'FINALSLP.DAT' TO WS-SLIPDATA-FILENAME
           MOVE 'FINALCOM.TXT' TO WS-COMMRPT-FILENAME

           PERFORM CHECK-HELD-DISBURSEMENT

           PERFORM LOAD-PAY-PERIOD-TABLE

           PERFORM LOAD-TAX-RULES

           PERFORM LOAD-DEDUCTION-ELECTIONS

           PERFORM LOAD-GARNISHMENT-ORDERS

           PERFORM LOAD-EMPLOYER-RULES

           PERFORM LOAD-YTD-FILE

           PERFORM LOAD-LEAVE-BALANCES

           PERFORM LOAD-COMMISSION-LEDGER

           PERFORM PROCESS-PAYROLL-EXTRACT

           PERFORM WRITE-REGISTER-TOTALS

           PERFORM WRITE-YTD-FILE

           PERFORM WRITE-EMPLOYER-COST-FEED

           PERFORM WRITE-GARNISHMENT-FILE

           PERFORM WRITE-REMITTANCE-REPORT

           PERFORM POST-LEAVE-PAYOUTS

           PERFORM POST-COMMISSION-PAYMENTS

           PERFORM RETIRE-FINAL-PAY-REQUESTS.

       LOAD-LEAVE-BALANCES.
       *> 休暇台帳を読み、従業員別の残高（日数の合計）を求める
       *> （ファイルが無い場合は全員残高なし）
           MOVE 0 TO WS-LVT-COUNT
           OPEN INPUT LEAVE-LEDGER
           IF WS-LEAVE-OK
               MOVE 'N' TO WS-LEAVE-EOF
               PERFORM UNTIL WS-LEAVE-EOF = 'Y'
                   READ LEAVE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-LEAVE-EOF
                       NOT AT END
                           IF WS-LL-EMP-ID IS NUMERIC
                               AND WS-LL-DAYS IS NUMERIC
                               PERFORM ACCUMULATE-LEAVE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-LEDGER
               DISPLAY 'Leave balances loaded: ' WS-LVT-COUNT
                   ' employee(s)'
           ELSE
               DISPLAY 'No leave ledger - no leave payouts'
           END-IF.

       ACCUMULATE-LEAVE-BALANCE.
       *> 台帳1件分を従業員別残高テーブルへ加算する
           MOVE 'N' TO WS-LEAVE-FOUND
           IF WS-LVT-COUNT > 0
               SET WS-LVT-IDX TO 1
               SEARCH WS-LVT-ENTRY
                   WHEN WS-LVT-EMP-ID(WS-LVT-IDX) = WS-LL-EMP-ID
                       MOVE 'Y' TO WS-LEAVE-FOUND
               END-SEARCH
           END-IF

           IF WS-LEAVE-FOUND = 'Y'
               ADD WS-LL-DAYS TO WS-LVT-BALANCE(WS-LVT-IDX)
           ELSE
               IF WS-LVT-COUNT >= 2000
                   PERFORM REFUSE-LEAVE-TABLE-FULL
               END-IF
               ADD 1 TO WS-LVT-COUNT
               SET WS-LVT-IDX TO WS-LVT-COUNT
               MOVE WS-LL-EMP-ID TO WS-LVT-EMP-ID(WS-LVT-IDX)
               MOVE WS-LL-DAYS TO WS-LVT-BALANCE(WS-LVT-IDX)
               MOVE 0 TO WS-LVT-PAYOUT-DAYS(WS-LVT-IDX)
               MOVE SPACES TO WS-LVT-PERIOD(WS-LVT-IDX)
           END-IF.

       REFUSE-LEAVE-TABLE-FULL.
       *> 休暇残高テーブルが満杯の場合の実行拒否（残高を持てない
       *> 従業員の休暇買取がゼロになるため、何も出力する前に
       *> 中止する）
           CLOSE LEAVE-LEDGER
           DISPLAY '*** Leave balance table full - employee '
               WS-LL-EMP-ID ' not loaded - run refused'
           MOVE 'ACCUMULATE-LEAVE-BALANCE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Leave balance table full at employee '
                   DELIMITED BY SIZE
                  WS-LL-EMP-ID DELIMITED BY SIZE
                  ' - run refused' DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       DETERMINE-FINAL-GROSS.
       *> 最終給与の総支給額の決定（退職月の月給×退職日までの
       *> 暦日数÷当月の暦日数の日割給与＋休暇残高×日額の買取。
       *> 日額は月給×12÷年間所定労働日数。退職月が通常実行で
       *> 支払済みの場合は日割給与を支給しない）
           MOVE 'N' TO WS-FINAL-REJECTED
           MOVE 0 TO WS-FINAL-SALARY
           MOVE 0 TO WS-FINAL-LEAVE-DAYS
           MOVE 0 TO WS-FINAL-LEAVE-PAY
           MOVE 0 TO WS-GROSS-PAY
           MOVE 'N' TO WS-FINAL-PERIOD-PAID

           IF WS-PE-TERM-DATE(1:4) IS NOT NUMERIC
               OR WS-PE-TERM-DATE(5:1) NOT = '-'
               OR WS-PE-TERM-DATE(6:2) IS NOT NUMERIC
               OR WS-PE-TERM-DATE(8:1) NOT = '-'
               OR WS-PE-TERM-DATE(9:2) IS NOT NUMERIC
               MOVE 'Y' TO WS-FINAL-REJECTED
           ELSE
               MOVE WS-PE-TERM-DATE(1:4) TO WS-FINAL-YEAR-N
               MOVE WS-PE-TERM-DATE(6:2) TO WS-FINAL-MONTH-N
               MOVE WS-PE-TERM-DATE(9:2) TO WS-FINAL-TERM-DAY
               COMPUTE WS-FINAL-DATE-NUM = WS-FINAL-YEAR-N * 10000
                   + WS-FINAL-MONTH-N * 100 + WS-FINAL-TERM-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FINAL-DATE-NUM)
                       NOT = 0
                   MOVE 'Y' TO WS-FINAL-REJECTED
               END-IF
           END-IF

           IF WS-FINAL-REJECTED = 'Y'
               ADD 1 TO WS-FINAL-REJECT-COUNT
               MOVE 0 TO WS-NET-PAY
               DISPLAY '*** Invalid termination date for employee '
                   WS-PE-EMP-ID ' - final pay not calculated'
               MOVE 'INVALID TERMINATION DATE'
                   TO WS-NP-EXCEPTION-REASON
               PERFORM WRITE-DISBURSEMENT-EXCEPTION
               MOVE 'DETERMINE-FINAL-GROSS' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Final pay rejected - bad term date, employee '
                       DELIMITED BY SIZE
                      WS-PE-EMP-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           *> 控除選択は退職日時点で有効なものを適用する
           MOVE WS-PE-TERM-DATE TO WS-DEDUCT-AS-OF-DATE
           MOVE WS-PE-TERM-DATE(1:7) TO WS-FINAL-TERM-PERIOD

           *> 当月の暦日数（翌月初日との日数差から求める）
           IF WS-FINAL-MONTH-N = 12
               ADD 1 TO WS-FINAL-YEAR-N
               MOVE 1 TO WS-FINAL-MONTH-N
           ELSE
               ADD 1 TO WS-FINAL-MONTH-N
           END-IF
           COMPUTE WS-FINAL-NEXT-NUM = WS-FINAL-YEAR-N * 10000
               + WS-FINAL-MONTH-N * 100 + 1
           COMPUTE WS-FINAL-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FINAL-NEXT-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-FINAL-DATE-NUM)
               + WS-FINAL-TERM-DAY - 1

           IF WS-PPT-COUNT > 0
               SET WS-PPT-IDX TO 1
               SEARCH WS-PPT-ENTRY
                   WHEN WS-PPT-PERIOD-ID(WS-PPT-IDX)
                           = WS-FINAL-TERM-PERIOD
                       IF WS-PPT-PAY-STATUS(WS-PPT-IDX) = 'PAID'
                           MOVE 'Y' TO WS-FINAL-PERIOD-PAID
                       END-IF
               END-SEARCH
           END-IF

           IF WS-FINAL-PERIOD-PAID NOT = 'Y'
               COMPUTE WS-FINAL-SALARY ROUNDED =
                   WS-PE-EMP-SALARY * WS-FINAL-TERM-DAY
                   / WS-FINAL-MONTH-DAYS
           END-IF

           *> 休暇残高の買取（マイナス残高は回収せず台帳に表示のみ）
           MOVE 'N' TO WS-LEAVE-FOUND
           IF WS-LVT-COUNT > 0
               SET WS-LVT-IDX TO 1
               SEARCH WS-LVT-ENTRY
                   WHEN WS-LVT-EMP-ID(WS-LVT-IDX) = WS-PE-EMP-ID
                       MOVE 'Y' TO WS-LEAVE-FOUND
               END-SEARCH
           END-IF
           IF WS-LEAVE-FOUND = 'Y'
               MOVE WS-LVT-BALANCE(WS-LVT-IDX)
                   TO WS-FINAL-LEAVE-DAYS
               IF WS-FINAL-LEAVE-DAYS > 0
                   COMPUTE WS-FINAL-LEAVE-PAY ROUNDED =
                       WS-PE-EMP-SALARY * 12 * WS-FINAL-LEAVE-DAYS
                       / WS-LEAVE-WORKDAYS
                   ADD WS-FINAL-LEAVE-DAYS
                       TO WS-LVT-PAYOUT-DAYS(WS-LVT-IDX)
                   MOVE WS-FINAL-TERM-PERIOD
                       TO WS-LVT-PERIOD(WS-LVT-IDX)
                   MOVE 0 TO WS-LVT-BALANCE(WS-LVT-IDX)
               END-IF
           END-IF

           COMPUTE WS-GROSS-PAY =
               WS-FINAL-SALARY + WS-FINAL-LEAVE-PAY.

       POST-LEAVE-PAYOUTS.
       *> 買い取った休暇日数を休暇台帳へPAYO（マイナス日数）で
       *> 追記し、残高をゼロにする
           IF WS-REGISTER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FINAL-PAYOUT-COUNT
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-PAYOUT-DAYS(WS-LVT-IDX) > 0
                   ADD 1 TO WS-FINAL-PAYOUT-COUNT
               END-IF
           END-PERFORM
           IF WS-FINAL-PAYOUT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LEAVE-LEDGER
           IF NOT WS-LEAVE-OK
               OPEN OUTPUT LEAVE-LEDGER
           END-IF
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-PAYOUT-DAYS(WS-LVT-IDX) > 0
                   MOVE SPACES TO LEAVE-LEDGER-RECORD
                   MOVE WS-LVT-EMP-ID(WS-LVT-IDX) TO WS-LL-EMP-ID
                   MOVE 'PAYO' TO WS-LL-TRANS-TYPE
                   MOVE WS-LVT-PERIOD(WS-LVT-IDX) TO WS-LL-PERIOD
                   COMPUTE WS-LL-DAYS =
                       0 - WS-LVT-PAYOUT-DAYS(WS-LVT-IDX)
                   MOVE WS-AUDIT-PROGRAM-ID TO WS-LL-USER-ID
                   WRITE LEAVE-LEDGER-RECORD
               END-IF
           END-PERFORM
           CLOSE LEAVE-LEDGER

           DISPLAY 'Leave payouts posted to LEAVELDG.DAT ('
               WS-FINAL-PAYOUT-COUNT ' employee(s))'
           MOVE 'POST-LEAVE-PAYOUTS' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Leave balances paid out and zeroed: '
                   DELIMITED BY SIZE
                  WS-FINAL-PAYOUT-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RETIRE-FINAL-PAY-REQUESTS.
       *> 処理済みの最終給与依頼ファイルを退避して再支給を防ぐ
           IF WS-REGISTER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'mv FINALPAY.DAT FINALPAY.DONE'
               TO WS-FINAL-MOVE-COMMAND
           CALL 'SYSTEM' USING WS-FINAL-MOVE-COMMAND
           DISPLAY 'Final pay requests retired to FINALPAY.DONE'
           MOVE 'RETIRE-FINAL-PAY-REQUESTS' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Final pay run completed - ' DELIMITED BY SIZE
                  WS-EMPLOYEE-COUNT DELIMITED BY SIZE
                  ' paid, ' DELIMITED BY SIZE
                  WS-FINAL-REJECT-COUNT DELIMITED BY SIZE
                  ' rejected' DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LOAD-TAX-RULES.
       *> 税率バンド・固定控除ルールの読み込み（ファイルが無い場合は
       *> 一律10%課税・控除なしのデフォルトを使用する）
           OPEN INPUT TAX-RULES-FILE
           IF WS-RULES-OK
               MOVE 'N' TO WS-RULES-EOF
               PERFORM UNTIL WS-RULES-EOF = 'Y'
                   READ TAX-RULES-FILE
                       AT END
                           MOVE 'Y' TO WS-RULES-EOF
                       NOT AT END
                           PERFORM PARSE-TAX-RULE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TAX-RULES-FILE
               DISPLAY 'Tax rules loaded: ' WS-BAND-COUNT
                   ' band(s), ' WS-DEDUCT-COUNT ' deduction(s)'
           END-IF

           IF WS-BAND-COUNT = 0
               DISPLAY 'No tax bands on file - using flat 10% rate'
               MOVE 1 TO WS-BAND-COUNT
               SET WS-BAND-IDX TO 1
               MOVE 9999999.99 TO WS-BAND-UPPER-LIMIT(WS-BAND-IDX)
               MOVE 0.1000 TO WS-BAND-RATE(WS-BAND-IDX)
           END-IF.

       PARSE-TAX-RULE-RECORD.
       *> ルール1行分の解釈
           EVALUATE WS-TR-RULE-TYPE
               WHEN 'BAND'
                   IF WS-BAND-COUNT < 10
                       ADD 1 TO WS-BAND-COUNT
                       SET WS-BAND-IDX TO WS-BAND-COUNT
                       UNSTRING WS-TR-RULE-VALUE
                               DELIMITED BY ALL SPACE
                           INTO WS-BAND-UPPER-LIMIT(WS-BAND-IDX),
                                WS-BAND-RATE(WS-BAND-IDX)
                       END-UNSTRING
                   END-IF
               WHEN 'DEDUCT'
                   IF WS-DEDUCT-COUNT < 20
                       ADD 1 TO WS-DEDUCT-COUNT
                       SET WS-DEDUCT-IDX TO WS-DEDUCT-COUNT
                       UNSTRING WS-TR-RULE-VALUE
                               DELIMITED BY ALL SPACE
                           INTO WS-DEDUCT-NAME(WS-DEDUCT-IDX),
                                WS-DEDUCT-AMOUNT(WS-DEDUCT-IDX)
                       END-UNSTRING
                   END-IF
               WHEN 'OTMULT'
                   *> 残業割増率の上書き（9V99の暗黙小数の数字列。
                   *> 例: 150 → 1.50倍）
                   IF WS-TR-RULE-VALUE(1:3) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:3) TO WS-TCP-MULT-X
                       MOVE WS-TCP-MULT-N TO WS-OT-MULTIPLIER
                   END-IF
               WHEN 'HOLMULT'
                   *> 休日勤務割増率（9V99の暗黙小数の数字列。
                   *> 例: 200 → 2.00倍）
                   IF WS-TR-RULE-VALUE(1:3) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:3) TO WS-TCP-MULT-X
                       MOVE WS-TCP-MULT-N TO WS-HOL-MULTIPLIER
                   END-IF
               WHEN 'LEAVEDAY'
                   *> 休暇買取の日額算出に使う年間所定労働日数
                   *> （3桁の数字列。例: 250）
                   IF WS-TR-RULE-VALUE(1:3) IS NUMERIC
                       AND WS-TR-RULE-VALUE(1:3) NOT = '000'
                       MOVE WS-TR-RULE-VALUE(1:3)
                           TO WS-LEAVE-WORKDAYS
                   END-IF
               WHEN 'VARPCT'
                   *> 振込前チェックの増減率の閾値（3桁の%。例: 025）
                   IF WS-TR-RULE-VALUE(1:3) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:3) TO WS-VAR-PERCENT
                   END-IF
               WHEN 'VARAMT'
                   *> 振込前チェックの増減額の下限（99999V99の暗黙
                   *> 小数の数字列。例: 0005000 → 50.00）
                   IF WS-TR-RULE-VALUE(1:7) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:7) TO WS-TCP-RATE-X
                       MOVE WS-TCP-RATE-N TO WS-VAR-MIN-AMOUNT
                   END-IF
               WHEN 'BANKHOLD'
                   *> 口座変更後に承認済みの変更を必要とする日数
                   *> （3桁の数字列。例: 014。000で確認しない）
                   IF WS-TR-RULE-VALUE(1:3) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:3)
                           TO WS-BANK-HOLD-DAYS
                   END-IF
               WHEN 'OTDAILY'
               WHEN 'OTWEEKLY'
                   *> TIME-CLOCKの残業判定用（給与計算では使わない）
                   CONTINUE
               WHEN 'GARNMIN'
                   *> 差押の保護最低額（99999V99の暗黙小数の数字列。
                   *> 例: 0050000 → 500.00）
                   IF WS-TR-RULE-VALUE(1:7) IS NUMERIC
                       MOVE WS-TR-RULE-VALUE(1:7) TO WS-TCP-RATE-X
                       MOVE WS-TCP-RATE-N TO WS-GARN-PROTECTED-MIN
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown rule type: ' WS-TR-RULE-TYPE
           END-EVALUATE.

       CHECK-PAY-PERIOD.
       *> 支給期間コントロールの確認（当期間がPAIDの場合は
       *> スーパーバイザー承認が無い限り実行を拒否する。
       *> コントロールファイルが無い場合は新規期間として続行）
           PERFORM LOAD-PAY-PERIOD-TABLE

           MOVE 'N' TO WS-PERIOD-FOUND
           IF WS-PPT-COUNT > 0
               SET WS-PPT-IDX TO 1
               END-IF
           END-IF.

       LOAD-PAY-PERIOD-TABLE.
       *> 支給期間コントロールファイルを期間テーブルへ読み込む
           MOVE 0 TO WS-PPT-COUNT
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERIOD-FILE-OK
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           IF WS-PPT-COUNT < 120
                               ADD 1 TO WS-PPT-COUNT
                               SET WS-PPT-IDX TO WS-PPT-COUNT
                               MOVE WS-PP-PERIOD-ID TO
                                   WS-PPT-PERIOD-ID(WS-PPT-IDX)
                               MOVE WS-PP-PAY-STATUS TO
                                   WS-PPT-PAY-STATUS(WS-PPT-IDX)
                               MOVE WS-PP-PAID-DATE TO
                                   WS-PPT-PAID-DATE(WS-PPT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       CHECK-TIME-EXCEPTIONS.
       *> 勤怠例外一覧の確認（状態がCで解除者IDが記入されていない
       *> 例外を未解除として数える。ファイルが無い場合は例外なし）
           MOVE 0 TO WS-TIMEEXC-OPEN-COUNT
           OPEN INPUT TIME-EXCEPTION-FILE
           IF WS-TIMEEXC-OK
               MOVE 'N' TO WS-TIMEEXC-EOF
               PERFORM UNTIL WS-TIMEEXC-EOF = 'Y'
                   READ TIME-EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TIMEEXC-EOF
                       NOT AT END
                           IF WS-TX-STATUS NOT = 'C'
                               OR WS-TX-CLEARED-BY = SPACES
                               ADD 1 TO WS-TIMEEXC-OPEN-COUNT
                               DISPLAY '*** Open time exception: '
                                   WS-TX-EMP-ID ' ' WS-TX-DATE ' '
                                   WS-TX-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-EXCEPTION-FILE
           END-IF

           IF WS-TIMEEXC-OPEN-COUNT > 0
               MOVE 'CHECK-TIME-EXCEPTIONS' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Run refused - open time exceptions'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CHECK-SUPERVISOR-OVERRIDE.
       *> スーパーバイザー承認ファイルの確認（期間IDが一致する
       *> 承認がある場合のみ再実行を許可し、承認者IDを監査ログの
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.

       LOAD-COMMISSION-LEDGER.
       *> コミッション台帳の読み込みと販売員別残高の集計（台帳が
       *> 無い場合、またはテーブルに収まらない場合はコミッションを
       *> 支給・回収しない）
           MOVE 0 TO WS-CLR-COUNT
           MOVE 0 TO WS-CMT-COUNT
           IF WS-FINAL-PAY-RUN
               MOVE 'FINAL' TO WS-COMM-PERIOD-ID
           ELSE
               MOVE WS-RUN-PERIOD-ID TO WS-COMM-PERIOD-ID
           END-IF

           OPEN INPUT COMMISSION-LEDGER-FILE
           IF NOT WS-COMMLDG-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-COMMLDG-LOADED
           MOVE 'N' TO WS-COMMLDG-EOF
           PERFORM UNTIL WS-COMMLDG-EOF = 'Y'
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMLDG-EOF
                   NOT AT END
                       IF WS-CLR-COUNT < 5000
                           PERFORM ACCUMULATE-COMMISSION-ENTRY
                       ELSE
                           MOVE 'N' TO WS-COMMLDG-LOADED
                       END-IF
                       IF WS-COMMLDG-LOADED NOT = 'Y'
                           MOVE 'Y' TO WS-COMMLDG-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-LEDGER-FILE

           IF WS-COMMLDG-LOADED NOT = 'Y'
               MOVE 0 TO WS-CMT-COUNT
               DISPLAY 'Warning: COMMLDG.DAT exceeds the ledger table '
                   '- commission not paid or recovered this run'
               MOVE 'LOAD-COMMISSION-LEDGER' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Commission ledger too large - not processed'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       ACCUMULATE-COMMISSION-ENTRY.
       *> 台帳1件分の保持と販売員別残高への加算（通常実行では
       *> 当期間の支給・回収を除く。再実行で置き換えるため）
           ADD 1 TO WS-CLR-COUNT
           SET WS-CLR-IDX TO WS-CLR-COUNT
           MOVE COMMISSION-LEDGER-RECORD TO WS-CLR-RAW(WS-CLR-IDX)
           MOVE 'Y' TO WS-CLR-KEEP(WS-CLR-IDX)
           IF NOT WS-FINAL-PAY-RUN
               AND (WS-CL-ENTRY-TYPE = 'P' OR WS-CL-ENTRY-TYPE = 'R')
               AND WS-CL-PERIOD-ID = WS-RUN-PERIOD-ID
               MOVE 'N' TO WS-CLR-KEEP(WS-CLR-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-SALESPERSON-ID NOT NUMERIC
               OR WS-CL-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CMT-FOUND
           IF WS-CMT-COUNT > 0
               SET WS-CMT-IDX TO 1
               SEARCH WS-CMT-ENTRY
                   WHEN WS-CMT-EMP-ID(WS-CMT-IDX)
                           = WS-CL-SALESPERSON-ID
                       MOVE 'Y' TO WS-CMT-FOUND
               END-SEARCH
           END-IF
           IF WS-CMT-FOUND NOT = 'Y'
               IF WS-CMT-COUNT < 500
                   ADD 1 TO WS-CMT-COUNT
                   SET WS-CMT-IDX TO WS-CMT-COUNT
                   MOVE WS-CL-SALESPERSON-ID
                       TO WS-CMT-EMP-ID(WS-CMT-IDX)
                   MOVE SPACES TO WS-CMT-EMP-NAME(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-EARNED(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-CLAWED(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-PAID(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-RECOVERED(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-RUN-PAID(WS-CMT-IDX)
                   MOVE 0 TO WS-CMT-RUN-RECOVERED(WS-CMT-IDX)
               ELSE
                   MOVE 'N' TO WS-COMMLDG-LOADED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-CL-ENTRY-TYPE
               WHEN 'E'
                   ADD WS-CL-AMOUNT TO WS-CMT-EARNED(WS-CMT-IDX)
               WHEN 'C'
                   ADD WS-CL-AMOUNT TO WS-CMT-CLAWED(WS-CMT-IDX)
               WHEN 'P'
                   ADD WS-CL-AMOUNT TO WS-CMT-PAID(WS-CMT-IDX)
               WHEN 'R'
                   ADD WS-CL-AMOUNT TO WS-CMT-RECOVERED(WS-CMT-IDX)
           END-EVALUATE.

       APPLY-COMMISSION-EARNINGS.
       *> 当該従業員（販売員）のコミッション残高がプラスなら全額を
       *> 総支給へ加算する（マイナスの場合は税・控除・差押の後に
       *> APPLY-COMMISSION-CLAWBACKで回収する）
           MOVE 0 TO WS-COMM-PAY
           MOVE 0 TO WS-COMM-RECOVER
           MOVE 'N' TO WS-CMT-FOUND
           IF WS-COMMLDG-LOADED NOT = 'Y'
               OR WS-CMT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           SET WS-CMT-IDX TO 1
           SEARCH WS-CMT-ENTRY
               WHEN WS-CMT-EMP-ID(WS-CMT-IDX) = WS-PE-EMP-ID
                   MOVE 'Y' TO WS-CMT-FOUND
           END-SEARCH
           IF WS-CMT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PE-EMP-NAME TO WS-CMT-EMP-NAME(WS-CMT-IDX)
           COMPUTE WS-COMM-BALANCE = WS-CMT-EARNED(WS-CMT-IDX)
               - WS-CMT-CLAWED(WS-CMT-IDX)
               - WS-CMT-PAID(WS-CMT-IDX)
               + WS-CMT-RECOVERED(WS-CMT-IDX)
               - WS-CMT-RUN-PAID(WS-CMT-IDX)
               + WS-CMT-RUN-RECOVERED(WS-CMT-IDX)
           IF WS-COMM-BALANCE > 0
               MOVE WS-COMM-BALANCE TO WS-COMM-PAY
               ADD WS-COMM-PAY TO WS-GROSS-PAY
               ADD WS-COMM-PAY TO WS-CMT-RUN-PAID(WS-CMT-IDX)
               ADD WS-COMM-PAY TO WS-COMM-TOTAL-PAID
           END-IF.

       APPLY-COMMISSION-CLAWBACK.
       *> 返品による戻しで残高がマイナスの場合、税・控除・差押後の
       *> 差引の範囲で控除として回収する（回収しきれない分は
       *> 台帳の残高として翌期以降へ繰り越す）
           IF WS-CMT-FOUND NOT = 'Y'
               OR WS-COMM-BALANCE NOT < 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-COMM-AVAILABLE = WS-GROSS-PAY - WS-TAX-AMOUNT
               - WS-TOTAL-DEDUCTIONS
           IF WS-COMM-AVAILABLE NOT > 0
               OR WS-APD-COUNT NOT < 20
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-COMM-RECOVER = 0 - WS-COMM-BALANCE
           IF WS-COMM-RECOVER > WS-COMM-AVAILABLE
               MOVE WS-COMM-AVAILABLE TO WS-COMM-RECOVER
           END-IF
           IF WS-COMM-RECOVER > 99999.99
               MOVE 99999.99 TO WS-COMM-RECOVER
           END-IF

           MOVE 'COMMISSION CLAWBACK' TO WS-APD-WORK-NAME
           MOVE WS-COMM-RECOVER TO WS-APD-WORK-AMOUNT
           PERFORM ADD-APPLIED-DEDUCTION
           ADD WS-COMM-RECOVER TO WS-CMT-RUN-RECOVERED(WS-CMT-IDX)
           ADD WS-COMM-RECOVER TO WS-COMM-TOTAL-RECOVERED.

       POST-COMMISSION-PAYMENTS.
       *> コミッション台帳の書き戻し（保持した記録に当実行の支給P・
       *> 回収Rを追加する）と販売員別の台帳レポートの出力
           IF WS-REGISTER-OPEN NOT = 'Y'
               OR WS-COMMLDG-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COMMISSION-LEDGER-FILE
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLR-COUNT
               IF WS-CLR-KEEP(WS-CLR-IDX) = 'Y'
                   MOVE WS-CLR-RAW(WS-CLR-IDX)
                       TO COMMISSION-LEDGER-RECORD
                   WRITE COMMISSION-LEDGER-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
               IF WS-CMT-RUN-PAID(WS-CMT-IDX) > 0
                   MOVE 'P' TO WS-COMM-ENTRY-TYPE
                   MOVE WS-CMT-RUN-PAID(WS-CMT-IDX)
                       TO WS-COMM-ENTRY-AMOUNT
                   PERFORM WRITE-COMMISSION-PAYMENT
               END-IF
               IF WS-CMT-RUN-RECOVERED(WS-CMT-IDX) > 0
                   MOVE 'R' TO WS-COMM-ENTRY-TYPE
                   MOVE WS-CMT-RUN-RECOVERED(WS-CMT-IDX)
                       TO WS-COMM-ENTRY-AMOUNT
                   PERFORM WRITE-COMMISSION-PAYMENT
               END-IF
           END-PERFORM
           CLOSE COMMISSION-LEDGER-FILE

           PERFORM WRITE-COMMISSION-REPORT

           MOVE WS-COMM-TOTAL-PAID TO WS-DISPLAY-AMOUNT
           MOVE WS-COMM-TOTAL-RECOVERED TO WS-DISPLAY-AMOUNT-2
           DISPLAY 'Commission paid: ' WS-DISPLAY-AMOUNT
               '  clawback recovered: ' WS-DISPLAY-AMOUNT-2
           DISPLAY 'Commission ledger written to '
               FUNCTION TRIM(WS-COMMRPT-FILENAME)

           MOVE 'POST-COMMISSION-PAYMENTS' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Commission paid ' DELIMITED BY SIZE
                  WS-COMM-TOTAL-PAID DELIMITED BY SIZE
                  ' recovered ' DELIMITED BY SIZE
                  WS-COMM-TOTAL-RECOVERED DELIMITED BY SIZE
                  ' period ' DELIMITED BY SIZE
                  WS-COMM-PERIOD-ID DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-COMMISSION-PAYMENT.
       *> 当実行の支給または回収1件分を台帳へ追記する
           MOVE SPACES TO COMMISSION-LEDGER-RECORD
           MOVE WS-CMT-EMP-ID(WS-CMT-IDX) TO WS-CL-SALESPERSON-ID
           MOVE WS-COMM-ENTRY-TYPE TO WS-CL-ENTRY-TYPE
           MOVE 0 TO WS-CL-TRANS-ID
           MOVE 0 TO WS-CL-RETURN-ID
           MOVE WS-CURRENT-DATE-WORK(1:8) TO WS-CL-ENTRY-DATE
           MOVE WS-COMM-ENTRY-AMOUNT TO WS-CL-AMOUNT
           MOVE WS-COMM-PERIOD-ID TO WS-CL-PERIOD-ID
           WRITE COMMISSION-LEDGER-RECORD.

       WRITE-COMMISSION-REPORT.
       *> 販売員別の発生・戻し・支給・回収・繰越残高の一覧（当実行の
       *> 支給・回収を含む。名前は当実行で計算した従業員のみ表示）
           OPEN OUTPUT COMMISSION-REPORT-FILE
           MOVE SPACES TO WS-COMMRPT-LINE
           STRING 'COMMISSION LEDGER - PERIOD ' DELIMITED BY SIZE
                  WS-COMM-PERIOD-ID DELIMITED BY SIZE
                  ' - RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-COMMRPT-LINE
           END-STRING
           WRITE WS-COMMRPT-LINE
           MOVE SPACES TO WS-COMMRPT-LINE
           WRITE WS-COMMRPT-LINE
           MOVE SPACES TO WS-COMMRPT-LINE
           STRING 'EMP   NAME                          '
                      DELIMITED BY SIZE
                  '         EARNED    CLAWED BACK           PAID'
                      DELIMITED BY SIZE
                  '      RECOVERED BALANCE CARRIED' DELIMITED BY SIZE
               INTO WS-COMMRPT-LINE
           END-STRING
           WRITE WS-COMMRPT-LINE

           MOVE 0 TO WS-COMM-SUM-EARNED
           MOVE 0 TO WS-COMM-SUM-CLAWED
           MOVE 0 TO WS-COMM-SUM-PAID
           MOVE 0 TO WS-COMM-SUM-RECOVERED
           MOVE 0 TO WS-COMM-TOTAL-BALANCE
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
               ADD WS-CMT-RUN-PAID(WS-CMT-IDX)
                   TO WS-CMT-PAID(WS-CMT-IDX)
               ADD WS-CMT-RUN-RECOVERED(WS-CMT-IDX)
                   TO WS-CMT-RECOVERED(WS-CMT-IDX)
               COMPUTE WS-COMM-BALANCE = WS-CMT-EARNED(WS-CMT-IDX)
                   - WS-CMT-CLAWED(WS-CMT-IDX)
                   - WS-CMT-PAID(WS-CMT-IDX)
                   + WS-CMT-RECOVERED(WS-CMT-IDX)
               ADD WS-CMT-EARNED(WS-CMT-IDX) TO WS-COMM-SUM-EARNED
               ADD WS-CMT-CLAWED(WS-CMT-IDX) TO WS-COMM-SUM-CLAWED
               ADD WS-CMT-PAID(WS-CMT-IDX) TO WS-COMM-SUM-PAID
               ADD WS-CMT-RECOVERED(WS-CMT-IDX)
                   TO WS-COMM-SUM-RECOVERED
               ADD WS-COMM-BALANCE TO WS-COMM-TOTAL-BALANCE
               MOVE WS-CMT-EARNED(WS-CMT-IDX) TO WS-DISPLAY-AMOUNT
               MOVE WS-CMT-CLAWED(WS-CMT-IDX) TO WS-DISPLAY-AMOUNT-2
               MOVE WS-CMT-PAID(WS-CMT-IDX) TO WS-DISPLAY-AMOUNT-3
               MOVE WS-CMT-RECOVERED(WS-CMT-IDX)
                   TO WS-DISPLAY-AMOUNT-5
               MOVE WS-COMM-BALANCE TO WS-DISPLAY-AMOUNT-4
               MOVE SPACES TO WS-COMMRPT-LINE
               STRING WS-CMT-EMP-ID(WS-CMT-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CMT-EMP-NAME(WS-CMT-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT-5 DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
                   INTO WS-COMMRPT-LINE
               END-STRING
               WRITE WS-COMMRPT-LINE
           END-PERFORM

           MOVE WS-COMM-SUM-EARNED TO WS-DISPLAY-AMOUNT
           MOVE WS-COMM-SUM-CLAWED TO WS-DISPLAY-AMOUNT-2
           MOVE WS-COMM-SUM-PAID TO WS-DISPLAY-AMOUNT-3
           MOVE WS-COMM-SUM-RECOVERED TO WS-DISPLAY-AMOUNT-5
           MOVE WS-COMM-TOTAL-BALANCE TO WS-DISPLAY-AMOUNT-4
           MOVE SPACES TO WS-COMMRPT-LINE
           STRING 'TOTAL                               '
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-5 DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
               INTO WS-COMMRPT-LINE
           END-STRING
           WRITE WS-COMMRPT-LINE
           MOVE WS-COMM-TOTAL-PAID TO WS-DISPLAY-AMOUNT
           MOVE WS-COMM-TOTAL-RECOVERED TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO WS-COMMRPT-LINE
           STRING 'This run - paid: ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  '  clawback recovered: ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
               INTO WS-COMMRPT-LINE
           END-STRING
           WRITE WS-COMMRPT-LINE
           CLOSE COMMISSION-REPORT-FILE.

       LOAD-DEDUCTION-ELECTIONS.
       *> 控除選択ファイルの読み込み（ファイルが無い場合は従来
       *> どおりTAXRULES.DATの固定控除を全員に適用する）
           OPEN INPUT ELECTIONS-FILE
           IF WS-ELECTIONS-OK
               MOVE 'Y' TO WS-ELECTIONS-LOADED
               MOVE 'N' TO WS-ELECTIONS-EOF
               PERFORM UNTIL WS-ELECTIONS-EOF = 'Y'
                   READ ELECTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-ELECTIONS-EOF
                       NOT AT END
                           PERFORM PARSE-ELECTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE ELECTIONS-FILE
               DISPLAY 'Deduction elections loaded: ' WS-ELT-COUNT
                   ' election(s), ' WS-ELECTIONS-BAD-COUNT
                   ' rejected'
           ELSE
               DISPLAY 'No elections file - applying fixed '
                   'deductions to all employees'
           END-IF.

       PARSE-ELECTION-RECORD.
       *> 控除選択1件分の数値チェックと格納
           IF WS-EL-EMP-ID IS NOT NUMERIC
               OR WS-EL-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-ELECTIONS-BAD-COUNT
               DISPLAY '*** Invalid election rejected: '
                   ELECTIONS-RECORD
               MOVE 'PARSE-ELECTION-RECORD'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Invalid election for employee '
                       DELIMITED BY SIZE
                      WS-EL-EMP-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               IF WS-ELT-COUNT < 400
                   ADD 1 TO WS-ELT-COUNT
                   SET WS-ELT-IDX TO WS-ELT-COUNT
                   MOVE WS-EL-EMP-ID
                       TO WS-ELT-EMP-ID(WS-ELT-IDX)
                   MOVE WS-EL-DEDUCT-NAME
                       TO WS-ELT-DEDUCT-NAME(WS-ELT-IDX)
                   MOVE WS-EL-AMOUNT TO WS-TCP-RATE-X
                   MOVE WS-TCP-RATE-N
                       TO WS-ELT-AMOUNT(WS-ELT-IDX)
               END-IF
           END-IF.

       LOAD-GARNISHMENT-ORDERS.
       *> 差押命令ファイルの読み込み（ファイルが無い場合は差押なし）
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARNISH-OK
               MOVE 'Y' TO WS-GARNISH-LOADED
               MOVE 'N' TO WS-GARNISH-EOF
               PERFORM UNTIL WS-GARNISH-EOF = 'Y'
                   READ GARNISHMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-GARNISH-EOF
                       NOT AT END
                           PERFORM PARSE-GARNISHMENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
               DISPLAY 'Garnishment orders loaded: ' WS-GOT-COUNT
                   ' order(s), ' WS-GARNISH-BAD-COUNT ' rejected'
               IF WS-GARNISH-DROPPED > 0
                   PERFORM REFUSE-GARNISHMENT-OVERFLOW
               END-IF
           END-IF.

       REFUSE-GARNISHMENT-OVERFLOW.
       *> 差押命令がテーブルに収まらない場合の実行拒否（読み込めない
       *> 命令は控除できず、書き戻しでGARNISH.DATから消えるため、
       *> 何も出力する前に中止する）
           MOVE 'N' TO WS-GARNISH-LOADED
           DISPLAY '*** GARNISH.DAT exceeds 400 orders - '
               WS-GARNISH-DROPPED ' order(s) not loaded - run refused'
           MOVE 'LOAD-GARNISHMENT-ORDERS' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE 'Garnishment file exceeds table size - run refused'
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       PARSE-GARNISHMENT-RECORD.
       *> 差押命令1件分の数値チェックと格納。数値不正の命令は
       *> 適用せず例外報告し、原文のまま書き戻す
           IF WS-GOT-COUNT >= 400
               DISPLAY '*** Garnishment table full - order not '
                   'loaded: ' WS-GN-CASE-NUMBER
               ADD 1 TO WS-GARNISH-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOT-COUNT
           SET WS-GOT-IDX TO WS-GOT-COUNT
           MOVE GARNISHMENT-RECORD TO WS-GOT-RAW(WS-GOT-IDX)
           IF WS-GN-EMP-ID IS NOT NUMERIC
               OR WS-GN-PRIORITY IS NOT NUMERIC
               OR WS-GN-VALUE IS NOT NUMERIC
               OR WS-GN-CAP IS NOT NUMERIC
               OR WS-GN-BALANCE IS NOT NUMERIC
               OR (WS-GN-METHOD NOT = 'P' AND WS-GN-METHOD NOT = 'A')
               MOVE 'N' TO WS-GOT-VALID(WS-GOT-IDX)
               ADD 1 TO WS-GARNISH-BAD-COUNT
               DISPLAY '*** Invalid garnishment order rejected: '
                   GARNISHMENT-RECORD
               MOVE 'PARSE-GARNISHMENT-RECORD'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Invalid garnishment order for employee '
                       DELIMITED BY SIZE
                      WS-GN-EMP-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-GOT-VALID(WS-GOT-IDX)
           MOVE WS-GN-EMP-ID TO WS-GOT-EMP-ID(WS-GOT-IDX)
           MOVE WS-GN-CASE-NUMBER TO WS-GOT-CASE-NUMBER(WS-GOT-IDX)
           MOVE WS-GN-PAYEE TO WS-GOT-PAYEE(WS-GOT-IDX)
           MOVE WS-GN-PRIORITY TO WS-GOT-PRIORITY(WS-GOT-IDX)
           MOVE WS-GN-METHOD TO WS-GOT-METHOD(WS-GOT-IDX)
           MOVE WS-GN-VALUE TO WS-GOT-VALUE(WS-GOT-IDX)
           MOVE WS-GN-CAP TO WS-GOT-CAP(WS-GOT-IDX)
           MOVE WS-GN-BALANCE TO WS-GOT-BALANCE(WS-GOT-IDX)
           MOVE WS-GN-STATUS TO WS-GOT-STATUS(WS-GOT-IDX)
           MOVE WS-GN-LAST-PERIOD TO WS-GOT-LAST-PERIOD(WS-GOT-IDX)
           IF WS-GN-LAST-AMOUNT IS NUMERIC
               MOVE WS-GN-LAST-AMOUNT
                   TO WS-GOT-LAST-AMOUNT(WS-GOT-IDX)
           ELSE
               MOVE 0 TO WS-GOT-LAST-AMOUNT(WS-GOT-IDX)
           END-IF

           *> 同じ期間の再実行（スーパーバイザー承認による）では
           *> 前回実行で控除した額を残高へ戻してから計算し直す
           IF WS-GOT-LAST-PERIOD(WS-GOT-IDX) = WS-RUN-PERIOD-ID
               AND WS-GOT-LAST-AMOUNT(WS-GOT-IDX) > 0
               ADD WS-GOT-LAST-AMOUNT(WS-GOT-IDX)
                   TO WS-GOT-BALANCE(WS-GOT-IDX)
               MOVE 'A' TO WS-GOT-STATUS(WS-GOT-IDX)
               MOVE 0 TO WS-GOT-LAST-AMOUNT(WS-GOT-IDX)
           END-IF.

       APPLY-GARNISHMENT-ORDERS.
       *> 当該従業員の差押命令を優先順位順に適用する（税引後の
       *> 可処分所得から保護最低額を除いた額が上限。命令ごとに
       *> 率または定額、期間上限、残高の小さい方を控除する）
           IF WS-GARNISH-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GARN-DISPOSABLE = WS-GROSS-PAY - WS-TAX-AMOUNT
           IF WS-GARN-DISPOSABLE > WS-GARN-PROTECTED-MIN
               COMPUTE WS-GARN-AVAILABLE =
                   WS-GARN-DISPOSABLE - WS-GARN-PROTECTED-MIN
           ELSE
               MOVE 0 TO WS-GARN-AVAILABLE
           END-IF

           PERFORM VARYING WS-GOT-IDX FROM 1 BY 1
                   UNTIL WS-GOT-IDX > WS-GOT-COUNT
               MOVE 'N' TO WS-GOT-DONE(WS-GOT-IDX)
           END-PERFORM

           MOVE 1 TO WS-GARN-NEXT
           PERFORM UNTIL WS-GARN-NEXT = 0
               PERFORM FIND-NEXT-GARNISHMENT
               IF WS-GARN-NEXT > 0
                   SET WS-GOT-IDX TO WS-GARN-NEXT
                   MOVE 'Y' TO WS-GOT-DONE(WS-GOT-IDX)
                   PERFORM APPLY-ONE-GARNISHMENT
               END-IF
           END-PERFORM.

       FIND-NEXT-GARNISHMENT.
       *> 当該従業員の未処理の有効な命令のうち優先順位が最も
       *> 高い（値が小さい）ものを探す。同順位はファイル順
           MOVE 0 TO WS-GARN-NEXT
           MOVE 99 TO WS-GARN-NEXT-PRIORITY
           PERFORM VARYING WS-GOT-IDX FROM 1 BY 1
                   UNTIL WS-GOT-IDX > WS-GOT-COUNT
               IF WS-GOT-VALID(WS-GOT-IDX) = 'Y'
                   AND WS-GOT-EMP-ID(WS-GOT-IDX) = WS-PE-EMP-ID
                   AND WS-GOT-STATUS(WS-GOT-IDX) NOT = 'S'
                   AND WS-GOT-DONE(WS-GOT-IDX) NOT = 'Y'
                   IF WS-GARN-NEXT = 0
                       OR WS-GOT-PRIORITY(WS-GOT-IDX)
                           < WS-GARN-NEXT-PRIORITY
                       SET WS-GARN-NEXT TO WS-GOT-IDX
                       MOVE WS-GOT-PRIORITY(WS-GOT-IDX)
                           TO WS-GARN-NEXT-PRIORITY
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-GARNISHMENT.
       *> 差押命令1件分の控除額計算と残高更新（完済で自動停止）
           IF WS-GOT-METHOD(WS-GOT-IDX) = 'P'
               COMPUTE WS-GARN-AMOUNT ROUNDED =
                   WS-GARN-DISPOSABLE * WS-GOT-VALUE(WS-GOT-IDX)
                   / 100
           ELSE
               MOVE WS-GOT-VALUE(WS-GOT-IDX) TO WS-GARN-AMOUNT
           END-IF
           IF WS-GOT-CAP(WS-GOT-IDX) > 0
               AND WS-GARN-AMOUNT > WS-GOT-CAP(WS-GOT-IDX)
               MOVE WS-GOT-CAP(WS-GOT-IDX) TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT > WS-GOT-BALANCE(WS-GOT-IDX)
               MOVE WS-GOT-BALANCE(WS-GOT-IDX) TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT > WS-GARN-AVAILABLE
               MOVE WS-GARN-AVAILABLE TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-GARN-AMOUNT FROM WS-GARN-AVAILABLE
           SUBTRACT WS-GARN-AMOUNT FROM WS-GOT-BALANCE(WS-GOT-IDX)
           *> 最終給与での控除は通常実行の再実行時に戻し入れない
           IF WS-FINAL-PAY-RUN
               MOVE 'FINAL' TO WS-GOT-LAST-PERIOD(WS-GOT-IDX)
           ELSE
               MOVE WS-RUN-PERIOD-ID
                   TO WS-GOT-LAST-PERIOD(WS-GOT-IDX)
           END-IF
           MOVE WS-GARN-AMOUNT TO WS-GOT-LAST-AMOUNT(WS-GOT-IDX)

           MOVE SPACES TO WS-APD-WORK-NAME
           STRING 'GARN ' DELIMITED BY SIZE
                  WS-GOT-CASE-NUMBER(WS-GOT-IDX) DELIMITED BY SIZE
               INTO WS-APD-WORK-NAME
           END-STRING
           MOVE WS-GARN-AMOUNT TO WS-APD-WORK-AMOUNT
           PERFORM ADD-APPLIED-DEDUCTION

           IF WS-GOT-BALANCE(WS-GOT-IDX) = 0
               MOVE 'S' TO WS-GOT-STATUS(WS-GOT-IDX)
               ADD 1 TO WS-GARNISH-SATISFIED
               DISPLAY 'Garnishment order '
                   WS-GOT-CASE-NUMBER(WS-GOT-IDX)
                   ' satisfied - stopped'
               MOVE 'APPLY-ONE-GARNISHMENT' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'S' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Garnishment satisfied and stopped: '
                       DELIMITED BY SIZE
                      WS-GOT-CASE-NUMBER(WS-GOT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE 'A' TO WS-GOT-STATUS(WS-GOT-IDX)
           END-IF

           IF WS-GRT-COUNT < 400
               ADD 1 TO WS-GRT-COUNT
               SET WS-GRT-IDX TO WS-GRT-COUNT
               MOVE WS-GOT-PAYEE(WS-GOT-IDX)
                   TO WS-GRT-PAYEE(WS-GRT-IDX)
               MOVE WS-GOT-CASE-NUMBER(WS-GOT-IDX)
                   TO WS-GRT-CASE-NUMBER(WS-GRT-IDX)
               MOVE WS-PE-EMP-ID TO WS-GRT-EMP-ID(WS-GRT-IDX)
               MOVE WS-PE-EMP-NAME TO WS-GRT-EMP-NAME(WS-GRT-IDX)
               MOVE WS-GARN-AMOUNT TO WS-GRT-AMOUNT(WS-GRT-IDX)
               MOVE WS-GOT-BALANCE(WS-GOT-IDX)
                   TO WS-GRT-BALANCE(WS-GRT-IDX)
               MOVE WS-GOT-STATUS(WS-GOT-IDX)
                   TO WS-GRT-STATUS(WS-GRT-IDX)
           END-IF.

       WRITE-GARNISHMENT-FILE.
       *> 差押命令ファイルの書き戻し（残高・状態・最終控除を更新。
       *> 数値不正の命令は読み込んだ原文のまま書き戻す）
           IF WS-REGISTER-OPEN NOT = 'Y'
               OR WS-GARNISH-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GARNISHMENT-FILE
           PERFORM VARYING WS-GOT-IDX FROM 1 BY 1
                   UNTIL WS-GOT-IDX > WS-GOT-COUNT
               IF WS-GOT-VALID(WS-GOT-IDX) = 'Y'
                   MOVE SPACES TO GARNISHMENT-RECORD
                   MOVE WS-GOT-EMP-ID(WS-GOT-IDX) TO WS-GN-EMP-ID
                   MOVE WS-GOT-CASE-NUMBER(WS-GOT-IDX)
                       TO WS-GN-CASE-NUMBER
                   MOVE WS-GOT-PAYEE(WS-GOT-IDX) TO WS-GN-PAYEE
                   MOVE WS-GOT-PRIORITY(WS-GOT-IDX) TO WS-GN-PRIORITY
                   MOVE WS-GOT-METHOD(WS-GOT-IDX) TO WS-GN-METHOD
                   MOVE WS-GOT-VALUE(WS-GOT-IDX) TO WS-GN-VALUE
                   MOVE WS-GOT-CAP(WS-GOT-IDX) TO WS-GN-CAP
                   MOVE WS-GOT-BALANCE(WS-GOT-IDX) TO WS-GN-BALANCE
                   MOVE WS-GOT-STATUS(WS-GOT-IDX) TO WS-GN-STATUS
                   MOVE WS-GOT-LAST-PERIOD(WS-GOT-IDX)
                       TO WS-GN-LAST-PERIOD
                   MOVE WS-GOT-LAST-AMOUNT(WS-GOT-IDX)
                       TO WS-GN-LAST-AMOUNT
               ELSE
                   MOVE WS-GOT-RAW(WS-GOT-IDX) TO GARNISHMENT-RECORD
               END-IF
               WRITE GARNISHMENT-RECORD
           END-PERFORM
           CLOSE GARNISHMENT-FILE

           MOVE 'WRITE-GARNISHMENT-FILE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Garnishments applied: ' DELIMITED BY SIZE
                  WS-GRT-COUNT DELIMITED BY SIZE
                  ', satisfied: ' DELIMITED BY SIZE
                  WS-GARNISH-SATISFIED DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-REMITTANCE-REPORT.
       *> 支払先別の差押送金レポートの出力（当期間に控除した
       *> 命令ごとの明細と支払先別合計、総合計）
           IF WS-REGISTER-OPEN NOT = 'Y'
               OR WS-GARNISH-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> 支払先一覧を初出順に作る
           MOVE 0 TO WS-GPY-COUNT
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
               MOVE 'N' TO WS-GARN-FOUND
               PERFORM VARYING WS-GPY-IDX FROM 1 BY 1
                       UNTIL WS-GPY-IDX > WS-GPY-COUNT
                   IF WS-GPY-PAYEE(WS-GPY-IDX)
                           = WS-GRT-PAYEE(WS-GRT-IDX)
                       MOVE 'Y' TO WS-GARN-FOUND
                   END-IF
               END-PERFORM
               IF WS-GARN-FOUND NOT = 'Y'
                   ADD 1 TO WS-GPY-COUNT
                   MOVE WS-GRT-PAYEE(WS-GRT-IDX)
                       TO WS-GPY-PAYEE(WS-GPY-COUNT)
               END-IF
           END-PERFORM

           OPEN OUTPUT GARNISH-REMIT-FILE
           MOVE SPACES TO WS-GARNREM-LINE
           IF WS-FINAL-PAY-RUN
               STRING 'GARNISHMENT REMITTANCE - FINAL PAY '
                       DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-GARNREM-LINE
               END-STRING
           ELSE
               STRING 'GARNISHMENT REMITTANCE - PERIOD '
                       DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-GARNREM-LINE
               END-STRING
           END-IF
           WRITE WS-GARNREM-LINE
           MOVE 0 TO WS-GARN-GRAND-TOTAL

           PERFORM VARYING WS-GPY-IDX FROM 1 BY 1
                   UNTIL WS-GPY-IDX > WS-GPY-COUNT
               MOVE SPACES TO WS-GARNREM-LINE
               WRITE WS-GARNREM-LINE
               MOVE SPACES TO WS-GARNREM-LINE
               STRING 'PAYEE: ' DELIMITED BY SIZE
                      WS-GPY-PAYEE(WS-GPY-IDX) DELIMITED BY SIZE
                  INTO WS-GARNREM-LINE
               END-STRING
               WRITE WS-GARNREM-LINE
               MOVE SPACES TO WS-GARNREM-LINE
               STRING '  CASE NUMBER  EMP ID NAME'
                      DELIMITED BY SIZE
                      '                                   AMOUNT'
                      DELIMITED BY SIZE
                      '   BALANCE LEFT  STATUS' DELIMITED BY SIZE
                   INTO WS-GARNREM-LINE
               END-STRING
               WRITE WS-GARNREM-LINE
               MOVE 0 TO WS-GARN-PAYEE-TOTAL
               PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                       UNTIL WS-GRT-IDX > WS-GRT-COUNT
                   IF WS-GRT-PAYEE(WS-GRT-IDX)
                           = WS-GPY-PAYEE(WS-GPY-IDX)
                       PERFORM WRITE-REMITTANCE-LINE
                   END-IF
               END-PERFORM
               MOVE WS-GARN-PAYEE-TOTAL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-GARNREM-LINE
               STRING '  PAYEE TOTAL' DELIMITED BY SIZE
                      '                                        '
                      DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-GARNREM-LINE
               END-STRING
               WRITE WS-GARNREM-LINE
               ADD WS-GARN-PAYEE-TOTAL TO WS-GARN-GRAND-TOTAL
           END-PERFORM

           MOVE SPACES TO WS-GARNREM-LINE
           WRITE WS-GARNREM-LINE
           MOVE WS-GARN-GRAND-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-GARNREM-LINE
           STRING 'TOTAL REMITTANCE (' DELIMITED BY SIZE
                  WS-GPY-COUNT DELIMITED BY SIZE
                  ' payee(s))' DELIMITED BY SIZE
                  '                      ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-GARNREM-LINE
           END-STRING
           WRITE WS-GARNREM-LINE
           CLOSE GARNISH-REMIT-FILE
           DISPLAY 'Garnishment remittance written to '
               FUNCTION TRIM(WS-GARNREM-FILENAME) ' ('
               WS-GRT-COUNT ' deduction(s))'.

       WRITE-REMITTANCE-LINE.
       *> 送金明細1行分の出力
           MOVE WS-GRT-AMOUNT(WS-GRT-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-GRT-BALANCE(WS-GRT-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO WS-GARNREM-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-GRT-CASE-NUMBER(WS-GRT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-GRT-EMP-ID(WS-GRT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-GRT-EMP-NAME(WS-GRT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
               INTO WS-GARNREM-LINE
           END-STRING
           IF WS-GRT-STATUS(WS-GRT-IDX) = 'S'
               MOVE 'SATISFIED' TO WS-GARNREM-LINE(85:9)
           ELSE
               MOVE 'ACTIVE' TO WS-GARNREM-LINE(85:6)
           END-IF
           WRITE WS-GARNREM-LINE
           ADD WS-GRT-AMOUNT(WS-GRT-IDX) TO WS-GARN-PAYEE-TOTAL.

       LOAD-EMPLOYER-RULES.
       *> 雇用主負担ルールの読み込み（ファイルが無い場合は
       *> 雇用主負担を計算しない）
           OPEN INPUT EMPLOYER-RULES-FILE
           IF WS-ERCRULES-OK
               MOVE 'N' TO WS-ERCRULES-EOF
               PERFORM UNTIL WS-ERCRULES-EOF = 'Y'
                   READ EMPLOYER-RULES-FILE
                       AT END
                           MOVE 'Y' TO WS-ERCRULES-EOF
                       NOT AT END
                           PERFORM PARSE-EMPLOYER-RULE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-RULES-FILE
               DISPLAY 'Employer contribution rules loaded: '
                   WS-ERT-COUNT ' rule(s), ' WS-ERCRULES-BAD-COUNT
                   ' rejected'
           ELSE
               DISPLAY 'No employer rules file - employer '
                   'contributions not calculated'
           END-IF.

       PARSE-EMPLOYER-RULE.
       *> 雇用主負担ルール1件分の数値チェックと格納
           IF WS-ER-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ER-RATE IS NOT NUMERIC
               OR WS-ER-CEILING IS NOT NUMERIC
               OR WS-ER-CAP IS NOT NUMERIC
               ADD 1 TO WS-ERCRULES-BAD-COUNT
               DISPLAY '*** Invalid employer rule rejected: '
                   EMPLOYER-RULES-RECORD
               MOVE 'PARSE-EMPLOYER-RULE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Invalid employer contribution rule '
                       DELIMITED BY SIZE
                      WS-ER-CODE DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               IF WS-ERT-COUNT < 20
                   ADD 1 TO WS-ERT-COUNT
                   SET WS-ERT-IDX TO WS-ERT-COUNT
                   MOVE WS-ER-CODE TO WS-ERT-CODE(WS-ERT-IDX)
                   MOVE WS-ER-RATE TO WS-ERT-RATE(WS-ERT-IDX)
                   MOVE WS-ER-CEILING TO WS-ERT-CEILING(WS-ERT-IDX)
                   MOVE WS-ER-CAP TO WS-ERT-CAP(WS-ERT-IDX)
               END-IF
           END-IF.

       CALCULATE-EMPLOYER-COST.
       *> 当該従業員の雇用主負担の計算（負担項目ごとに総支給額×
       *> 料率。年間の賃金上限は当実行前の年度累計総支給額で判定
       *> し、1期間上限を超える分は負担しない）
           MOVE 0 TO WS-EMPLOYER-COST
           MOVE 0 TO WS-APE-COUNT
           IF WS-ERT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ER-PRIOR-GROSS
           IF WS-YTT-COUNT > 0
               SET WS-YTT-IDX TO 1
               SEARCH WS-YTT-ENTRY
                   WHEN WS-YTT-YEAR(WS-YTT-IDX) = WS-RUN-YEAR
                       AND WS-YTT-EMP-ID(WS-YTT-IDX)
                           = WS-PE-EMP-ID
                       MOVE WS-YTT-GROSS(WS-YTT-IDX)
                           TO WS-ER-PRIOR-GROSS
               END-SEARCH
           END-IF

           PERFORM VARYING WS-ERT-IDX FROM 1 BY 1
                   UNTIL WS-ERT-IDX > WS-ERT-COUNT
               MOVE WS-GROSS-PAY TO WS-ER-BASE
               IF WS-ERT-CEILING(WS-ERT-IDX) > 0
                   IF WS-ER-PRIOR-GROSS
                           >= WS-ERT-CEILING(WS-ERT-IDX)
                       MOVE 0 TO WS-ER-BASE
                   ELSE
                       IF WS-ER-PRIOR-GROSS + WS-GROSS-PAY
                               > WS-ERT-CEILING(WS-ERT-IDX)
                           COMPUTE WS-ER-BASE =
                               WS-ERT-CEILING(WS-ERT-IDX)
                               - WS-ER-PRIOR-GROSS
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-ER-AMOUNT ROUNDED =
                   WS-ER-BASE * WS-ERT-RATE(WS-ERT-IDX)
               IF WS-ERT-CAP(WS-ERT-IDX) > 0
                   AND WS-ER-AMOUNT > WS-ERT-CAP(WS-ERT-IDX)
                   MOVE WS-ERT-CAP(WS-ERT-IDX) TO WS-ER-AMOUNT
               END-IF
               IF WS-ER-AMOUNT > 0
                   ADD WS-ER-AMOUNT TO WS-EMPLOYER-COST
                   IF WS-APE-COUNT < 20
                       ADD 1 TO WS-APE-COUNT
                       SET WS-APE-IDX TO WS-APE-COUNT
                       MOVE WS-ERT-CODE(WS-ERT-IDX)
                           TO WS-APE-CODE(WS-APE-IDX)
                       MOVE WS-ER-AMOUNT TO WS-APE-AMOUNT(WS-APE-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EMPLOYER-COST = 0
               EXIT PARAGRAPH
           END-IF

           *> 部署別合計へ加算する
           MOVE 'N' TO WS-EDT-FOUND
           IF WS-EDT-COUNT > 0
               SET WS-EDT-IDX TO 1
               SEARCH WS-EDT-ENTRY
                   WHEN WS-EDT-DEPT-CODE(WS-EDT-IDX)
                           = WS-PE-EMP-DEPT
                       MOVE 'Y' TO WS-EDT-FOUND
               END-SEARCH
           END-IF
           IF WS-EDT-FOUND = 'Y'
               ADD WS-EMPLOYER-COST TO WS-EDT-AMOUNT(WS-EDT-IDX)
           ELSE
               IF WS-EDT-COUNT < 50
                   ADD 1 TO WS-EDT-COUNT
                   SET WS-EDT-IDX TO WS-EDT-COUNT
                   MOVE WS-PE-EMP-DEPT TO WS-EDT-DEPT-CODE(WS-EDT-IDX)
                   MOVE WS-EMPLOYER-COST TO WS-EDT-AMOUNT(WS-EDT-IDX)
               END-IF
           END-IF.

       WRITE-EMPLOYER-COST-FEED.
       *> 雇用主負担の部署別合計をGL-JOURNAL連携ファイルへ出力する
       *> （同じ期間の再実行では前回分を置き換える。最終給与分は
       *> 未取込の通常実行分を消さないよう追記する）
           IF WS-REGISTER-OPEN NOT = 'Y'
               OR WS-EDT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-FINAL-PAY-RUN
               OPEN EXTEND EMPLOYER-COST-FILE
               IF WS-ERCOST-STATUS NOT = '00'
                   OPEN OUTPUT EMPLOYER-COST-FILE
               END-IF
           ELSE
               OPEN OUTPUT EMPLOYER-COST-FILE
           END-IF
           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                   UNTIL WS-EDT-IDX > WS-EDT-COUNT
               MOVE SPACES TO EMPLOYER-COST-RECORD
               MOVE WS-RUN-PERIOD-ID TO WS-EC-PERIOD-ID
               MOVE WS-EDT-DEPT-CODE(WS-EDT-IDX) TO WS-EC-DEPT-CODE
               MOVE WS-EDT-AMOUNT(WS-EDT-IDX) TO WS-EC-AMOUNT
               WRITE EMPLOYER-COST-RECORD
           END-PERFORM
           CLOSE EMPLOYER-COST-FILE

           DISPLAY 'Employer cost feed written to ERCOST.DAT ('
               WS-EDT-COUNT ' department(s))'
           MOVE 'WRITE-EMPLOYER-COST-FEED' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE 'Employer cost feed written for GL posting'
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.

       LOAD-TIMECARDS.
       *> タイムカードファイルの読み込み（ファイルが無い場合は
       *> 全員を固定給として扱う）
               OR WS-TC-REG-HOURS IS NOT NUMERIC
               OR WS-TC-OT-HOURS IS NOT NUMERIC
               OR WS-TC-HOURLY-RATE IS NOT NUMERIC
               OR (WS-TC-HOL-HOURS NOT = SPACES
                   AND WS-TC-HOL-HOURS IS NOT NUMERIC)
               ADD 1 TO WS-TIMECARD-BAD-COUNT
               DISPLAY '*** Invalid timecard rejected: '
                   TIMECARD-RECORD
                   MOVE WS-TC-HOURLY-RATE TO WS-TCP-RATE-X
                   MOVE WS-TCP-RATE-N
                       TO WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                   IF WS-TC-HOL-HOURS = SPACES
                       MOVE 0 TO WS-TCT-HOL-HOURS(WS-TCT-IDX)
                   ELSE
                       MOVE WS-TC-HOL-HOURS TO WS-TCP-HOURS-X
                       MOVE WS-TCP-HOURS-N
                           TO WS-TCT-HOL-HOURS(WS-TCT-IDX)
                   END-IF
               END-IF
           END-IF.

       DETERMINE-GROSS-PAY.
       *> 総支給額の決定（タイムカードがある従業員は
       *> 所定時間×時給＋残業時間×時給×割増率＋休日勤務時間×
       *> 時給×休日割増率、無い従業員は従来どおり抽出ファイルの
       *> 固定給額を使用する）
           MOVE 'N' TO WS-TIMECARD-FOUND
           IF WS-TCT-COUNT > 0
               SET WS-TCT-IDX TO 1
                   + (WS-TCT-OT-HOURS(WS-TCT-IDX)
                       * WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                       * WS-OT-MULTIPLIER)
                   + (WS-TCT-HOL-HOURS(WS-TCT-IDX)
                       * WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                       * WS-HOL-MULTIPLIER)
           ELSE
               MOVE WS-PE-EMP-SALARY TO WS-GROSS-PAY
               IF WS-TCT-COUNT > 0
                                   TO WS-YTT-DEDUCT(WS-YTT-IDX)
                               MOVE WS-YT-NET
                                   TO WS-YTT-NET(WS-YTT-IDX)
                               IF WS-YT-EMPLOYER IS NUMERIC
                                   MOVE WS-YT-EMPLOYER TO
                                       WS-YTT-EMPLOYER(WS-YTT-IDX)
                               ELSE
                                   MOVE 0 TO
                                       WS-YTT-EMPLOYER(WS-YTT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE 0 TO WS-YTT-TAX(WS-YTT-IDX)
                   MOVE 0 TO WS-YTT-DEDUCT(WS-YTT-IDX)
                   MOVE 0 TO WS-YTT-NET(WS-YTT-IDX)
                   MOVE 0 TO WS-YTT-EMPLOYER(WS-YTT-IDX)
                   MOVE 'Y' TO WS-YTD-FOUND
               END-IF
           END-IF
               ADD WS-TOTAL-DEDUCTIONS
                   TO WS-YTT-DEDUCT(WS-YTT-IDX)
               ADD WS-NET-PAY TO WS-YTT-NET(WS-YTT-IDX)
               ADD WS-EMPLOYER-COST TO WS-YTT-EMPLOYER(WS-YTT-IDX)
               ADD WS-GROSS-PAY TO WS-YTD-DELTA-GROSS
               ADD WS-TAX-AMOUNT TO WS-YTD-DELTA-TAX
               ADD WS-TOTAL-DEDUCTIONS TO WS-YTD-DELTA-DEDUCT
               ADD WS-NET-PAY TO WS-YTD-DELTA-NET
               ADD WS-EMPLOYER-COST TO WS-YTD-DELTA-EMPLOYER
           END-IF.

       WRITE-YTD-FILE.
               MOVE WS-YTT-TAX(WS-YTT-IDX) TO WS-YT-TAX
               MOVE WS-YTT-DEDUCT(WS-YTT-IDX) TO WS-YT-DEDUCT
               MOVE WS-YTT-NET(WS-YTT-IDX) TO WS-YT-NET
               MOVE WS-YTT-EMPLOYER(WS-YTT-IDX) TO WS-YT-EMPLOYER
               WRITE YTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE
               AND WS-YTD-DELTA-TAX = WS-TOTAL-TAX
               AND WS-YTD-DELTA-DEDUCT = WS-TOTAL-DEDUCTED
               AND WS-YTD-DELTA-NET = WS-TOTAL-NET
               AND WS-YTD-DELTA-EMPLOYER = WS-TOTAL-EMPLOYER
               DISPLAY 'YTD cross-check: OK ('
                   WS-YTT-COUNT ' record(s) on file)'
               MOVE 'S' TO WS-AUDIT-OUTCOME
       *> 給与抽出ファイルの全件処理
           OPEN INPUT PAYROLL-EXTRACT
           IF NOT WS-EXTRACT-OK
               MOVE 'PROCESS-PAYROLL-EXTRACT'
                   TO WS-AUDIT-PARAGRAPH-ID
               IF WS-FINAL-PAY-RUN
                   DISPLAY 'No final pay requests - FINALPAY.DAT '
                       'not found'
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   MOVE 'Final pay run - no requests on file'
                       TO WS-AUDIT-MESSAGE
               ELSE
                   DISPLAY 'Error: PAYROLL.DAT not found - run the '
                       'payroll extract first'
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE 'Payroll extract file not found'
                       TO WS-AUDIT-MESSAGE
               END-IF
               PERFORM WRITE-AUDIT-LOG
           ELSE
               OPEN OUTPUT PAY-REGISTER-FILE
               OPEN OUTPUT NET-PAY-FILE
               OPEN OUTPUT NET-PAY-EXCEPTION-FILE
               OPEN OUTPUT PAY-SLIP-FILE
               OPEN OUTPUT PAY-SLIP-DATA-FILE
               MOVE 'Y' TO WS-REGISTER-OPEN

               OPEN INPUT EMPLOYEE-BANK-FILE
               IF WS-BANK-OK
                   MOVE 'Y' TO WS-BANK-AVAILABLE
                   PERFORM LOAD-BANK-CHANGE-APPROVALS
               ELSE
                   DISPLAY 'Warning: EMPBANK.DAT not found - all '
                       'employees will go to the exception list'
               END-PERFORM

               CLOSE PAYROLL-EXTRACT
               CLOSE PAY-SLIP-FILE
               CLOSE PAY-SLIP-DATA-FILE

               DISPLAY WS-EMPLOYEE-COUNT ' employee(s) processed'
               DISPLAY 'Pay slips written to '
                   FUNCTION TRIM(WS-PAYSLIP-FILENAME) ' and '
                   FUNCTION TRIM(WS-SLIPDATA-FILENAME) ' ('
                   WS-SLIP-COUNT ' slip(s))'

               MOVE 'PROCESS-PAYROLL-EXTRACT'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'S' TO WS-AUDIT-OUTCOME
               IF WS-FINAL-PAY-RUN
                   MOVE 'Final pay calculation completed'
                       TO WS-AUDIT-MESSAGE
               ELSE
                   MOVE 'Payroll calculation completed'
                       TO WS-AUDIT-MESSAGE
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CALCULATE-EMPLOYEE-PAY.
       *> 従業員1名分の給与計算と台帳・振込出力（最終給与モードは
       *> 日割給与と休暇買取を総支給額とする）
           IF WS-FINAL-PAY-RUN
               PERFORM DETERMINE-FINAL-GROSS
               IF WS-FINAL-REJECTED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM DETERMINE-GROSS-PAY

               PERFORM CALCULATE-RETRO-PAY
           END-IF

           PERFORM APPLY-COMMISSION-EARNINGS

           PERFORM CALCULATE-TAX-AMOUNT
           PERFORM CALCULATE-FIXED-DEDUCTIONS
           PERFORM APPLY-GARNISHMENT-ORDERS
           PERFORM APPLY-COMMISSION-CLAWBACK
           PERFORM CALCULATE-EMPLOYER-COST

           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX-AMOUNT
               - WS-TOTAL-DEDUCTIONS
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-TOTAL-DEDUCTIONS TO WS-TOTAL-DEDUCTED
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-EMPLOYER-COST TO WS-TOTAL-EMPLOYER

           PERFORM UPDATE-YTD-ACCUMULATORS

           PERFORM WRITE-REGISTER-DETAIL

           IF NOT WS-FINAL-PAY-RUN
               PERFORM RECORD-PAY-RESULT
           END-IF

           IF WS-NET-PAY < 0
               *> 控除が総支給額を上回った場合、符号が落ちた金額を
               *> 振込ファイルへ流さない（支払指示にしない）。
               PERFORM WRITE-AUDIT-LOG
           ELSE
               PERFORM WRITE-DISBURSEMENT-DETAIL
           END-IF

           PERFORM WRITE-PAY-SLIP.

       WRITE-DISBURSEMENT-DETAIL.
       *> 振込明細1件分の書き出し（銀行口座レコードで振込先を
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BANK-FOUND
                       PERFORM CHECK-BANK-CHANGE-HOLD
               END-READ
           END-IF

               WRITE NET-PAY-RECORD
               ADD 1 TO WS-NP-DETAIL-COUNT
               ADD WS-NET-PAY TO WS-NP-HASH-TOTAL
               *> 振込先を振込前チェック（口座重複）用に記録する
               IF WS-VCT-COUNT > 0
                   IF WS-VCT-EMP-ID(WS-VCT-COUNT) = WS-PE-EMP-ID
                       STRING WS-BK-BANK-CODE DELIMITED BY SIZE
                              WS-BK-BRANCH-CODE DELIMITED BY SIZE
                              WS-BK-ACCOUNT-NUMBER DELIMITED BY SIZE
                           INTO WS-VCT-BANK-KEY(WS-VCT-COUNT)
                       END-STRING
                   END-IF
               END-IF
           ELSE
               IF WS-BANK-FOUND = 'H'
                   DISPLAY '*** Bank account for employee '
                       WS-PE-EMP-ID ' changed ' WS-BANK-CHANGE-DAYS
                       ' day(s) ago without approval - sent to '
                       'exception list'
                   MOVE 'BANK CHANGED - NOT APPROVED'
                       TO WS-NP-EXCEPTION-REASON
                   ADD 1 TO WS-BANK-HELD-COUNT
                   MOVE 'WRITE-DISBURSEMENT-DETAIL'
                       TO WS-AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Disbursement held - unapproved bank '
                              DELIMITED BY SIZE
                          'change ' DELIMITED BY SIZE
                          WS-PE-EMP-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   DISPLAY '*** No bank account on file for employee '
                       WS-PE-EMP-ID ' - sent to exception list'
                   MOVE 'NO BANK ACCOUNT ON FILE'
                       TO WS-NP-EXCEPTION-REASON
               END-IF
               PERFORM WRITE-DISBURSEMENT-EXCEPTION
           END-IF.

       CHECK-BANK-CHANGE-HOLD.
       *> 最終変更日から保留日数未満の口座は、PENDCHG.DATに現在の
       *> 口座内容への承認済み変更がある場合だけ振込先とする。
       *> 無ければWS-BANK-FOUNDをHにして例外リストへ送る
           IF WS-BANK-HOLD-DAYS = 0
               OR WS-BK-LAST-CHANGED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-LAST-CHANGED TO WS-BANK-CHANGED-NUM
           COMPUTE WS-BANK-CHANGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BANK-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-BANK-CHANGED-NUM)
           IF WS-BANK-CHANGE-DAYS >= WS-BANK-HOLD-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BK-BANK-CODE TO WS-BCV-BANK-CODE
           MOVE WS-BK-BRANCH-CODE TO WS-BCV-BRANCH-CODE
           MOVE WS-BK-ACCOUNT-NUMBER TO WS-BCV-ACCOUNT-NUMBER
           MOVE WS-BK-ACCOUNT-NAME TO WS-BCV-ACCOUNT-NAME
           MOVE 'N' TO WS-BAT-FOUND
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-EMP-ID(WS-BAT-IDX) = WS-BK-EMP-ID
                   AND WS-BAT-AFTER-VALUE(WS-BAT-IDX)
                       = WS-BANK-CURRENT-VALUE
                   MOVE 'Y' TO WS-BAT-FOUND
               END-IF
           END-PERFORM
           IF WS-BAT-FOUND NOT = 'Y'
               MOVE 'H' TO WS-BANK-FOUND
           END-IF.

       LOAD-BANK-CHANGE-APPROVALS.
       *> 承認済みの銀行口座変更（種別BANK・状態A）を読み込む
       *> （ファイルが無い場合は0件。変更直後の口座はすべて保留）
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BANK-TODAY-NUM
           MOVE 0 TO WS-BAT-COUNT
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT WS-PENDING-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BAT-EOF
           PERFORM UNTIL WS-BAT-EOF = 'Y'
               READ PENDING-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-BAT-EOF
                   NOT AT END
                       IF WS-PC-CHANGE-TYPE = 'BANK'
                           AND WS-PC-STATUS = 'A'
                           AND WS-BAT-COUNT < 500
                           ADD 1 TO WS-BAT-COUNT
                           MOVE WS-PC-ENTITY-ID
                               TO WS-BAT-EMP-ID(WS-BAT-COUNT)
                           MOVE WS-PC-AFTER-VALUE
                               TO WS-BAT-AFTER-VALUE(WS-BAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.

       WRITE-DISBURSEMENT-EXCEPTION.
       *> 振込例外リストへの1行書き出し
           ADD 1 TO WS-NP-EXCEPTION-COUNT
           MOVE SPACES TO WS-NP-BRANCH-CODE
           MOVE WS-RUN-DATE TO WS-NP-ACCOUNT-NUMBER
           MOVE SPACES TO WS-NP-ACCOUNT-NAME
           IF WS-FINAL-PAY-RUN
               STRING 'FINAL PAY ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-NP-ACCOUNT-NAME
               END-STRING
           ELSE
               STRING 'DISBURSEMENT PERIOD ' DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-NP-ACCOUNT-NAME
               END-STRING
           END-IF
           MOVE 0 TO WS-NP-NET-PAY
           WRITE NET-PAY-RECORD.

       *> 適用する）
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE 0 TO WS-BAND-LOWER
           MOVE 0 TO WS-ABT-COUNT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF WS-GROSS-PAY > WS-BAND-LOWER
                       COMPUTE WS-BAND-PORTION =
                           WS-GROSS-PAY - WS-BAND-LOWER
                   END-IF
                   MOVE WS-TAX-AMOUNT TO WS-SLIP-TAX-BEFORE
                   COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT
                       + (WS-BAND-PORTION
                           * WS-BAND-RATE(WS-BAND-IDX))
                   *> 給与明細書用にバンドごとの内訳を記録する
                   ADD 1 TO WS-ABT-COUNT
                   SET WS-ABT-IDX TO WS-ABT-COUNT
                   MOVE WS-BAND-RATE(WS-BAND-IDX)
                       TO WS-ABT-RATE(WS-ABT-IDX)
                   MOVE WS-BAND-PORTION TO WS-ABT-PORTION(WS-ABT-IDX)
                   COMPUTE WS-ABT-TAX(WS-ABT-IDX) =
                       WS-TAX-AMOUNT - WS-SLIP-TAX-BEFORE
               END-IF
               MOVE WS-BAND-UPPER-LIMIT(WS-BAND-IDX)
                   TO WS-BAND-LOWER

       CALCULATE-FIXED-DEDUCTIONS.
       *> 当該従業員の控除合計と内訳の作成。控除選択ファイルが
       *> ある場合は本人の選択分（実行日（最終給与は退職日）が
       *> 適用期間内のもの）のみ、
       *> 無い場合は従来どおり固定控除を全員に適用する
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           MOVE 0 TO WS-APD-COUNT
                       UNTIL WS-ELT-IDX > WS-ELT-COUNT
                   IF WS-ELT-EMP-ID(WS-ELT-IDX) = WS-PE-EMP-ID
                       AND WS-ELT-START-DATE(WS-ELT-IDX)
                           <= WS-DEDUCT-AS-OF-DATE
                       AND (WS-ELT-STOP-DATE(WS-ELT-IDX) = SPACES
                           OR WS-ELT-STOP-DATE(WS-ELT-IDX)
                               >= WS-DEDUCT-AS-OF-DATE)
                       PERFORM APPLY-ONE-DEDUCTION
                   END-IF
               END-PERFORM
       WRITE-REGISTER-HEADING.
       *> 給与台帳レポートのヘッダー出力
           MOVE SPACES TO WS-REGISTER-LINE
           IF WS-FINAL-PAY-RUN
               STRING 'FINAL PAY REGISTER - RUN DATE '
                       DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
           ELSE
               STRING 'PAY REGISTER - PERIOD ' DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
           END-IF
           WRITE WS-REGISTER-LINE
           MOVE SPACES TO WS-REGISTER-LINE
           STRING 'EMP ID NAME                           '
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING
           WRITE WS-REGISTER-LINE

           IF WS-FINAL-PAY-RUN
               PERFORM WRITE-FINAL-PAY-DETAIL
           END-IF

           *> 控除内訳（当該従業員に適用した控除のみ1行ずつ）
           PERFORM VARYING WS-APD-IDX FROM 1 BY 1
                   UNTIL WS-APD-IDX > WS-APD-COUNT
               MOVE WS-APD-AMOUNT(WS-APD-IDX)
                   TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING '       Deduction: ' DELIMITED BY SIZE
                      WS-APD-NAME(WS-APD-IDX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
               WRITE WS-REGISTER-LINE
           END-PERFORM

           *> 遡及支給の明示行（当実行で精算した変更ごとに1行）
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-EMP-ID(WS-RT-IDX) = WS-PE-EMP-ID
                   AND WS-RT-PAID-FLAG(WS-RT-IDX) = 'Y'
                   MOVE WS-RT-AMOUNT(WS-RT-IDX)
                       TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING '       Retro Pay (change '
                           DELIMITED BY SIZE
                          WS-RT-CHANGE-DATE(WS-RT-IDX)
                           DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          WS-RT-PERIODS(WS-RT-IDX)
                           DELIMITED BY SIZE
                          ' period(s)): ' DELIMITED BY SIZE
                          WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE
                   END-STRING
                   WRITE WS-REGISTER-LINE
               END-IF
           END-PERFORM

           *> コミッション支給の明示行（戻しの回収は控除内訳に載る）
           IF WS-COMM-PAY > 0
               MOVE WS-COMM-PAY TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING '       Commission (COMMLDG.DAT):     '
                      DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
               WRITE WS-REGISTER-LINE
           END-IF

           *> 雇用主負担の内訳と合計（差引支給額には影響しない）
           IF WS-APE-COUNT > 0
               PERFORM VARYING WS-APE-IDX FROM 1 BY 1
                       UNTIL WS-APE-IDX > WS-APE-COUNT
                   MOVE WS-APE-AMOUNT(WS-APE-IDX)
                       TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING '       Employer: ' DELIMITED BY SIZE
                          WS-APE-CODE(WS-APE-IDX) DELIMITED BY SIZE
                          '           ' DELIMITED BY SIZE
                          WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE
                   END-STRING
                   WRITE WS-REGISTER-LINE
               END-PERFORM
               MOVE WS-EMPLOYER-COST TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING '       Employer cost total:           '
                      DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
               WRITE WS-REGISTER-LINE
           END-IF.

       WRITE-FINAL-PAY-DETAIL.
       *> 最終給与の内訳行（退職日・日割給与・休暇買取）の出力
           MOVE SPACES TO WS-REGISTER-LINE
           IF WS-FINAL-PERIOD-PAID = 'Y'
               STRING '       Terminated ' DELIMITED BY SIZE
                      WS-PE-TERM-DATE DELIMITED BY SIZE
                      ' - salary for ' DELIMITED BY SIZE
                      WS-FINAL-TERM-PERIOD DELIMITED BY SIZE
                      ' already paid in regular run'
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
           ELSE
               MOVE WS-FINAL-SALARY TO WS-DISPLAY-AMOUNT
               STRING '       Pro-rated salary to ' DELIMITED BY SIZE
                      WS-PE-TERM-DATE DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-FINAL-TERM-DAY DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-FINAL-MONTH-DAYS DELIMITED BY SIZE
                      ' days): ' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
           END-IF
           WRITE WS-REGISTER-LINE

           IF WS-FINAL-LEAVE-DAYS NOT = 0
               MOVE WS-FINAL-LEAVE-DAYS TO WS-DISPLAY-DAYS
               MOVE WS-FINAL-LEAVE-PAY TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REGISTER-LINE
               IF WS-FINAL-LEAVE-DAYS > 0
                   STRING '       Leave payout (' DELIMITED BY SIZE
                          WS-DISPLAY-DAYS DELIMITED BY SIZE
                          ' days):        ' DELIMITED BY SIZE
                          WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE
                   END-STRING
               ELSE
                   STRING '       Leave balance (' DELIMITED BY SIZE
                          WS-DISPLAY-DAYS DELIMITED BY SIZE
                          ' days) overdrawn - not recovered'
                          DELIMITED BY SIZE
                       INTO WS-REGISTER-LINE
                   END-STRING
               END-IF
               WRITE WS-REGISTER-LINE
           END-IF.

       WRITE-PAY-SLIP.
       *> 従業員1名分の給与明細書（1ページ）と明細データの出力
           ADD 1 TO WS-SLIP-COUNT

           *> 振込先（口座番号は下4桁のみ表示する）
           MOVE SPACES TO WS-SLIP-ACCOUNT
           IF WS-NET-PAY >= 0 AND WS-BANK-FOUND = 'Y'
               PERFORM BUILD-MASKED-ACCOUNT
           END-IF

           *> 年度累計（当実行分を加算済みのもの）
           MOVE 'N' TO WS-SLIP-YTD-FOUND
           IF WS-YTT-COUNT > 0
               SET WS-YTT-IDX TO 1
               SEARCH WS-YTT-ENTRY
                   WHEN WS-YTT-YEAR(WS-YTT-IDX) = WS-RUN-YEAR
                       AND WS-YTT-EMP-ID(WS-YTT-IDX)
                           = WS-PE-EMP-ID
                       MOVE 'Y' TO WS-SLIP-YTD-FOUND
               END-SEARCH
           END-IF

           *> 明細データの集計レコード
           MOVE SPACES TO PAY-SLIP-DATA-RECORD
           MOVE 'S' TO WS-SD-RECORD-TYPE
           MOVE WS-RUN-PERIOD-ID TO WS-SD-PERIOD-ID
           MOVE WS-PE-EMP-ID TO WS-SD-EMP-ID
           MOVE WS-PE-EMP-NAME TO WS-SD-EMP-NAME
           MOVE WS-RUN-DATE TO WS-SD-PAY-DATE
           IF NOT WS-FINAL-PAY-RUN AND WS-TIMECARD-FOUND = 'Y'
               MOVE WS-TCT-REG-HOURS(WS-TCT-IDX) TO WS-SD-REG-HOURS
               MOVE WS-TCT-OT-HOURS(WS-TCT-IDX) TO WS-SD-OT-HOURS
               MOVE WS-TCT-HOL-HOURS(WS-TCT-IDX) TO WS-SD-HOL-HOURS
               MOVE WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                   TO WS-SD-HOURLY-RATE
           ELSE
               MOVE 0 TO WS-SD-REG-HOURS
               MOVE 0 TO WS-SD-OT-HOURS
               MOVE 0 TO WS-SD-HOL-HOURS
               MOVE 0 TO WS-SD-HOURLY-RATE
           END-IF
           MOVE WS-GROSS-PAY TO WS-SD-GROSS
           MOVE WS-TAX-AMOUNT TO WS-SD-TAX
           MOVE WS-TOTAL-DEDUCTIONS TO WS-SD-DEDUCT
           IF WS-FINAL-PAY-RUN
               MOVE 0 TO WS-SD-RETRO
           ELSE
               MOVE WS-RETRO-AMOUNT TO WS-SD-RETRO
           END-IF
           MOVE WS-NET-PAY TO WS-SD-NET
           MOVE WS-SLIP-ACCOUNT TO WS-SD-ACCOUNT
           IF WS-SLIP-YTD-FOUND = 'Y'
               MOVE WS-YTT-GROSS(WS-YTT-IDX) TO WS-SD-YTD-GROSS
               MOVE WS-YTT-TAX(WS-YTT-IDX) TO WS-SD-YTD-TAX
               MOVE WS-YTT-DEDUCT(WS-YTT-IDX) TO WS-SD-YTD-DEDUCT
               MOVE WS-YTT-NET(WS-YTT-IDX) TO WS-SD-YTD-NET
           ELSE
               MOVE 0 TO WS-SD-YTD-GROSS
               MOVE 0 TO WS-SD-YTD-TAX
               MOVE 0 TO WS-SD-YTD-DEDUCT
               MOVE 0 TO WS-SD-YTD-NET
           END-IF
           WRITE PAY-SLIP-DATA-RECORD

           *> ページ見出し（2枚目以降は区切り線で改ページする）
           IF WS-SLIP-COUNT > 1
               MOVE SPACES TO WS-PAYSLIP-LINE
               WRITE WS-PAYSLIP-LINE
               MOVE ALL '=' TO WS-PAYSLIP-LINE
               WRITE WS-PAYSLIP-LINE
           END-IF
           MOVE SPACES TO WS-PAYSLIP-LINE
           IF WS-FINAL-PAY-RUN
               STRING 'FINAL PAY SLIP - RUN DATE ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ' - PAGE ' DELIMITED BY SIZE
                      WS-SLIP-COUNT DELIMITED BY SIZE
                   INTO WS-PAYSLIP-LINE
               END-STRING
           ELSE
               STRING 'PAY SLIP - PERIOD ' DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                      ' - PAY DATE ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ' - PAGE ' DELIMITED BY SIZE
                      WS-SLIP-COUNT DELIMITED BY SIZE
                   INTO WS-PAYSLIP-LINE
               END-STRING
           END-IF
           WRITE WS-PAYSLIP-LINE
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING 'EMPLOYEE: ' DELIMITED BY SIZE
                  WS-PE-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PE-EMP-NAME DELIMITED BY SIZE
                  ' DEPT: ' DELIMITED BY SIZE
                  WS-PE-EMP-DEPT DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE
           MOVE SPACES TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING 'ITEM                                  '
                      DELIMITED BY SIZE
                  'BASE       RATE          AMOUNT'
                      DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE

           *> 支給
           MOVE 'EARNINGS' TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE 'EARN' TO WS-SLIP-ITEM-TYPE
           IF WS-FINAL-PAY-RUN
               MOVE 'Pro-rated salary' TO WS-SLIP-DESCRIPTION
               MOVE 0 TO WS-SLIP-BASE
               MOVE 0 TO WS-SLIP-RATE
               MOVE WS-FINAL-SALARY TO WS-SLIP-AMOUNT
               PERFORM WRITE-SLIP-ITEM
               IF WS-FINAL-LEAVE-PAY > 0
                   MOVE 'Leave payout (days)' TO WS-SLIP-DESCRIPTION
                   MOVE WS-FINAL-LEAVE-DAYS TO WS-SLIP-BASE
                   MOVE 0 TO WS-SLIP-RATE
                   MOVE WS-FINAL-LEAVE-PAY TO WS-SLIP-AMOUNT
                   PERFORM WRITE-SLIP-ITEM
               END-IF
           ELSE
               IF WS-TIMECARD-FOUND = 'Y'
                   PERFORM WRITE-SLIP-HOURS
               ELSE
                   MOVE 'Salary' TO WS-SLIP-DESCRIPTION
                   MOVE 0 TO WS-SLIP-BASE
                   MOVE 0 TO WS-SLIP-RATE
                   MOVE WS-PE-EMP-SALARY TO WS-SLIP-AMOUNT
                   PERFORM WRITE-SLIP-ITEM
               END-IF
               *> 当実行で精算した遡及支給（変更ごとに1行）
               MOVE 'RETR' TO WS-SLIP-ITEM-TYPE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-EMP-ID(WS-RT-IDX) = WS-PE-EMP-ID
                       AND WS-RT-PAID-FLAG(WS-RT-IDX) = 'Y'
                       MOVE SPACES TO WS-SLIP-DESCRIPTION
                       STRING 'Retro ' DELIMITED BY SIZE
                              WS-RT-CHANGE-DATE(WS-RT-IDX)
                               DELIMITED BY SIZE
                              ' (' DELIMITED BY SIZE
                              WS-RT-PERIODS(WS-RT-IDX)
                               DELIMITED BY SIZE
                              ' periods)' DELIMITED BY SIZE
                           INTO WS-SLIP-DESCRIPTION
                       END-STRING
                       MOVE 0 TO WS-SLIP-BASE
                       MOVE 0 TO WS-SLIP-RATE
                       MOVE WS-RT-AMOUNT(WS-RT-IDX) TO WS-SLIP-AMOUNT
                       PERFORM WRITE-SLIP-ITEM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COMM-PAY > 0
               MOVE 'EARN' TO WS-SLIP-ITEM-TYPE
               MOVE 'Commission' TO WS-SLIP-DESCRIPTION
               MOVE 0 TO WS-SLIP-BASE
               MOVE 0 TO WS-SLIP-RATE
               MOVE WS-COMM-PAY TO WS-SLIP-AMOUNT
               PERFORM WRITE-SLIP-ITEM
           END-IF
           MOVE WS-GROSS-PAY TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING '  GROSS PAY                                   '
                      DELIMITED BY SIZE
                  '        ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE

           *> 税（バンドごとの課税対象額・税率・税額）
           MOVE 'TAX' TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE 'TAX' TO WS-SLIP-ITEM-TYPE
           PERFORM VARYING WS-ABT-IDX FROM 1 BY 1
                   UNTIL WS-ABT-IDX > WS-ABT-COUNT
               COMPUTE WS-SLIP-PCT-EDIT =
                   WS-ABT-RATE(WS-ABT-IDX) * 100
               MOVE SPACES TO WS-SLIP-DESCRIPTION
               STRING 'Tax band ' DELIMITED BY SIZE
                      WS-SLIP-PCT-EDIT DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-SLIP-DESCRIPTION
               END-STRING
               MOVE WS-ABT-PORTION(WS-ABT-IDX) TO WS-SLIP-BASE
               MOVE WS-ABT-RATE(WS-ABT-IDX) TO WS-SLIP-RATE
               MOVE WS-ABT-TAX(WS-ABT-IDX) TO WS-SLIP-AMOUNT
               PERFORM WRITE-SLIP-ITEM
           END-PERFORM
           MOVE WS-TAX-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING '  TOTAL TAX                                   '
                      DELIMITED BY SIZE
                  '        ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE

           *> 控除（差押を含む適用済みの控除）
           MOVE 'DEDUCTIONS' TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE 'DED' TO WS-SLIP-ITEM-TYPE
           PERFORM VARYING WS-APD-IDX FROM 1 BY 1
                   UNTIL WS-APD-IDX > WS-APD-COUNT
               MOVE WS-APD-NAME(WS-APD-IDX) TO WS-SLIP-DESCRIPTION
               MOVE 0 TO WS-SLIP-BASE
               MOVE 0 TO WS-SLIP-RATE
               MOVE WS-APD-AMOUNT(WS-APD-IDX) TO WS-SLIP-AMOUNT
               PERFORM WRITE-SLIP-ITEM
           END-PERFORM
           MOVE WS-TOTAL-DEDUCTIONS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING '  TOTAL DEDUCTIONS                            '
                      DELIMITED BY SIZE
                  '        ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE

           *> 差引支給額と振込先
           MOVE SPACES TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE WS-NET-PAY TO WS-DISPLAY-AMOUNT-4
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING 'NET PAY                                       '
                      DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE
           MOVE SPACES TO WS-PAYSLIP-LINE
           IF WS-SLIP-ACCOUNT = SPACES
               MOVE 'PAID TO: NOT PAID - REFER TO PAYROLL OFFICE'
                   TO WS-PAYSLIP-LINE
           ELSE
               STRING 'PAID TO: ' DELIMITED BY SIZE
                      WS-SLIP-ACCOUNT DELIMITED BY SIZE
                   INTO WS-PAYSLIP-LINE
               END-STRING
           END-IF
           WRITE WS-PAYSLIP-LINE

           *> 年度累計
           MOVE SPACES TO WS-PAYSLIP-LINE
           WRITE WS-PAYSLIP-LINE
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING 'YEAR TO DATE ' DELIMITED BY SIZE
                  WS-RUN-YEAR DELIMITED BY SIZE
                  '         GROSS            TAX     DEDUCTIONS'
                      DELIMITED BY SIZE
                  '            NET' DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE
           MOVE WS-SD-YTD-GROSS TO WS-DISPLAY-AMOUNT
           MOVE WS-SD-YTD-TAX TO WS-DISPLAY-AMOUNT-2
           MOVE WS-SD-YTD-DEDUCT TO WS-DISPLAY-AMOUNT-3
           MOVE WS-SD-YTD-NET TO WS-DISPLAY-AMOUNT-4
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING '                 ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           WRITE WS-PAYSLIP-LINE.

       WRITE-SLIP-HOURS.
       *> タイムカードによる勤務時間の支給行（所定・残業・休日）
           MOVE 'Regular hours' TO WS-SLIP-DESCRIPTION
           MOVE WS-TCT-REG-HOURS(WS-TCT-IDX) TO WS-SLIP-BASE
           MOVE WS-TCT-HOURLY-RATE(WS-TCT-IDX) TO WS-SLIP-RATE
           COMPUTE WS-SLIP-AMOUNT ROUNDED =
               WS-TCT-REG-HOURS(WS-TCT-IDX)
               * WS-TCT-HOURLY-RATE(WS-TCT-IDX)
           PERFORM WRITE-SLIP-ITEM
           IF WS-TCT-OT-HOURS(WS-TCT-IDX) > 0
               MOVE 'Overtime hours' TO WS-SLIP-DESCRIPTION
               MOVE WS-TCT-OT-HOURS(WS-TCT-IDX) TO WS-SLIP-BASE
               COMPUTE WS-SLIP-RATE ROUNDED =
                   WS-TCT-HOURLY-RATE(WS-TCT-IDX) * WS-OT-MULTIPLIER
               COMPUTE WS-SLIP-AMOUNT ROUNDED =
                   WS-TCT-OT-HOURS(WS-TCT-IDX)
                   * WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                   * WS-OT-MULTIPLIER
               PERFORM WRITE-SLIP-ITEM
           END-IF
           IF WS-TCT-HOL-HOURS(WS-TCT-IDX) > 0
               MOVE 'Holiday hours' TO WS-SLIP-DESCRIPTION
               MOVE WS-TCT-HOL-HOURS(WS-TCT-IDX) TO WS-SLIP-BASE
               COMPUTE WS-SLIP-RATE ROUNDED =
                   WS-TCT-HOURLY-RATE(WS-TCT-IDX) * WS-HOL-MULTIPLIER
               COMPUTE WS-SLIP-AMOUNT ROUNDED =
                   WS-TCT-HOL-HOURS(WS-TCT-IDX)
                   * WS-TCT-HOURLY-RATE(WS-TCT-IDX)
                   * WS-HOL-MULTIPLIER
               PERFORM WRITE-SLIP-ITEM
           END-IF.

       WRITE-SLIP-ITEM.
       *> 明細項目1件分を明細書の行と明細データのI行へ出力する
       *> （基礎数量・単価がゼロの項目は明細書では空欄にする）
           MOVE SPACES TO PAY-SLIP-ITEM-RECORD
           MOVE 'I' TO WS-SI-RECORD-TYPE
           MOVE WS-RUN-PERIOD-ID TO WS-SI-PERIOD-ID
           MOVE WS-PE-EMP-ID TO WS-SI-EMP-ID
           MOVE WS-SLIP-ITEM-TYPE TO WS-SI-ITEM-TYPE
           MOVE WS-SLIP-DESCRIPTION TO WS-SI-DESCRIPTION
           MOVE WS-SLIP-BASE TO WS-SI-BASE
           MOVE WS-SLIP-RATE TO WS-SI-RATE
           MOVE WS-SLIP-AMOUNT TO WS-SI-AMOUNT
           WRITE PAY-SLIP-ITEM-RECORD

           MOVE WS-SLIP-BASE TO WS-SLIP-BASE-EDIT
           IF WS-SLIP-ITEM-TYPE = 'TAX'
               COMPUTE WS-SLIP-RATE-EDIT = WS-SLIP-RATE * 100
           ELSE
               MOVE WS-SLIP-RATE TO WS-SLIP-RATE-EDIT
           END-IF
           MOVE WS-SLIP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-SLIP-DESCRIPTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SLIP-BASE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SLIP-RATE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-PAYSLIP-LINE
           END-STRING
           IF WS-SLIP-BASE = 0
               MOVE SPACES TO WS-PAYSLIP-LINE(34:10)
           END-IF
           IF WS-SLIP-RATE = 0
               MOVE SPACES TO WS-PAYSLIP-LINE(45:9)
           END-IF
           WRITE WS-PAYSLIP-LINE.

       BUILD-MASKED-ACCOUNT.
       *> 振込先の編集（銀行-支店-口座番号。口座番号は下4桁以外を
       *> *に置き換える）
           MOVE 10 TO WS-SLIP-ACCT-LEN
           PERFORM UNTIL WS-SLIP-ACCT-LEN = 0
                   OR WS-BK-ACCOUNT-NUMBER(WS-SLIP-ACCT-LEN:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-SLIP-ACCT-LEN
           END-PERFORM
           STRING WS-BK-BANK-CODE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-BK-BRANCH-CODE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
               INTO WS-SLIP-ACCOUNT
           END-STRING
           IF WS-SLIP-ACCT-LEN > 4
               MOVE ALL '*' TO WS-SLIP-ACCOUNT(10:WS-SLIP-ACCT-LEN - 4)
               MOVE WS-BK-ACCOUNT-NUMBER(WS-SLIP-ACCT-LEN - 3:4)
                   TO WS-SLIP-ACCOUNT(WS-SLIP-ACCT-LEN + 6:4)
           ELSE
               MOVE '****' TO WS-SLIP-ACCOUNT(10:4)
           END-IF.

       WRITE-REGISTER-TOTALS.
       *> 合計行の出力とクロスフット検証（総支給－税－控除＝差引合計
           END-IF
           WRITE WS-REGISTER-LINE

           IF WS-ERT-COUNT > 0
               MOVE WS-TOTAL-EMPLOYER TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING 'EMPLOYER COST (not in net pay)       '
                      DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               END-STRING
               WRITE WS-REGISTER-LINE
           END-IF

           PERFORM WRITE-DISBURSEMENT-TRAILER

           CLOSE PAY-REGISTER-FILE
               CLOSE EMPLOYEE-BANK-FILE
           END-IF

           *> 作成した振込ファイルの送信簿登録（銀行向け。件数と
           *> 金額ハッシュも渡す）はスーパーバイザーの解除まで保留する
           MOVE WS-NETPAY-FILENAME TO WS-OBX-FILE-NAME
           MOVE 'BANK' TO WS-OBX-PARTNER
           MOVE WS-NP-DETAIL-COUNT TO WS-OBX-COUNT
           MOVE WS-NP-HASH-TOTAL TO WS-OBX-HASH
           PERFORM HOLD-OUTBOX-REGISTRATION

           DISPLAY 'Pay register written to '
               FUNCTION TRIM(WS-REGISTER-FILENAME)
           DISPLAY 'Disbursement file written to '
               FUNCTION TRIM(WS-NETPAY-FILENAME) ' ('
               WS-NP-DETAIL-COUNT ' detail(s), hash '
               WS-NP-HASH-TOTAL ')'
           DISPLAY 'Exception list written to '
               FUNCTION TRIM(WS-NETPAYEX-FILENAME) ' ('
               WS-NP-EXCEPTION-COUNT ' exception(s))'
           IF WS-BANK-HELD-COUNT > 0
               DISPLAY '  of which ' WS-BANK-HELD-COUNT
                   ' held for unapproved bank account change(s)'
           END-IF.

       LOAD-PAY-HISTORY.
       *> 支給履歴の読み込み（当期より前の直近期間を前期とし、
       *> その期間の従業員別金額をテーブルへ格納する。ファイルが
       *> 無い場合は前期比較を行わない）
           MOVE SPACES TO WS-PRIOR-PERIOD-ID
           MOVE 0 TO WS-PHT-COUNT
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-PAYHIST-OK
               DISPLAY 'No pay history - prior period comparison '
                   'not available'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAYHIST-EOF
           PERFORM UNTIL WS-PAYHIST-EOF = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYHIST-EOF
                   NOT AT END
                       IF WS-PH-PERIOD-ID < WS-RUN-PERIOD-ID
                           AND WS-PH-PERIOD-ID > WS-PRIOR-PERIOD-ID
                           MOVE WS-PH-PERIOD-ID
                               TO WS-PRIOR-PERIOD-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE

           IF WS-PRIOR-PERIOD-ID = SPACES
               DISPLAY 'No prior period in pay history'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           MOVE 'N' TO WS-PAYHIST-EOF
           PERFORM UNTIL WS-PAYHIST-EOF = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYHIST-EOF
                   NOT AT END
                       IF WS-PH-PERIOD-ID = WS-PRIOR-PERIOD-ID
                           AND WS-PHT-COUNT >= 1000
                           PERFORM REFUSE-PAY-HISTORY-OVERFLOW
                       END-IF
                       IF WS-PH-PERIOD-ID = WS-PRIOR-PERIOD-ID
                           ADD 1 TO WS-PHT-COUNT
                           SET WS-PHT-IDX TO WS-PHT-COUNT
                           MOVE WS-PH-EMP-ID
                               TO WS-PHT-EMP-ID(WS-PHT-IDX)
                           MOVE WS-PH-EMP-NAME
                               TO WS-PHT-EMP-NAME(WS-PHT-IDX)
                           MOVE WS-PH-GROSS
                               TO WS-PHT-GROSS(WS-PHT-IDX)
                           MOVE WS-PH-NET
                               TO WS-PHT-NET(WS-PHT-IDX)
                           MOVE 'N' TO WS-PHT-MATCHED(WS-PHT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           DISPLAY 'Pay history loaded: period ' WS-PRIOR-PERIOD-ID
               ' (' WS-PHT-COUNT ' employee(s))'.

       REFUSE-PAY-HISTORY-OVERFLOW.
       *> 前期の支給履歴がテーブルに収まらない場合の実行拒否
       *> （書き戻しで前期分を失い、前期比較も不完全になるため、
       *> 何も出力する前に中止する）
           CLOSE PAY-HISTORY-FILE
           DISPLAY '*** PAYHIST.DAT period ' WS-PRIOR-PERIOD-ID
               ' exceeds 1000 employees - run refused'
           MOVE 'LOAD-PAY-HISTORY' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE 'Pay history exceeds table size - run refused'
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       RECORD-PAY-RESULT.
       *> 従業員1名分の当期の支給結果をテーブルへ記録する
           IF WS-VCT-COUNT < 1000
               ADD 1 TO WS-VCT-COUNT
               SET WS-VCT-IDX TO WS-VCT-COUNT
               MOVE WS-PE-EMP-ID TO WS-VCT-EMP-ID(WS-VCT-IDX)
               MOVE WS-PE-EMP-NAME TO WS-VCT-EMP-NAME(WS-VCT-IDX)
               MOVE WS-GROSS-PAY TO WS-VCT-GROSS(WS-VCT-IDX)
               MOVE WS-NET-PAY TO WS-VCT-NET(WS-VCT-IDX)
               MOVE SPACES TO WS-VCT-BANK-KEY(WS-VCT-IDX)
           ELSE
               ADD 1 TO WS-VCT-DROPPED
               DISPLAY '*** Pay result table full - employee '
                   WS-PE-EMP-ID ' not checked or recorded in history'
           END-IF.

       CHECK-PAY-VARIANCES.
       *> 振込前チェック（前期比の総支給・差引の増減、新規・欠落、
       *> 差引ゼロ以下、複数従業員での同一口座）。検出内容は
       *> PAYVAR.TXTへ出力し、件数を保留レコードに記録する
           IF WS-REGISTER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VAR-FLAG-COUNT
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE SPACES TO WS-PAYVAR-LINE
           IF WS-PRIOR-PERIOD-ID = SPACES
               STRING 'PRE-RELEASE VARIANCE CHECK - PERIOD '
                       DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                      ' (NO PRIOR PERIOD HISTORY)' DELIMITED BY SIZE
                   INTO WS-PAYVAR-LINE
               END-STRING
           ELSE
               STRING 'PRE-RELEASE VARIANCE CHECK - PERIOD '
                       DELIMITED BY SIZE
                      WS-RUN-PERIOD-ID DELIMITED BY SIZE
                      ' VS PRIOR PERIOD ' DELIMITED BY SIZE
                      WS-PRIOR-PERIOD-ID DELIMITED BY SIZE
                   INTO WS-PAYVAR-LINE
               END-STRING
           END-IF
           WRITE WS-PAYVAR-LINE
           MOVE WS-VAR-MIN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-PAYVAR-LINE
           STRING 'THRESHOLD: CHANGE OVER ' DELIMITED BY SIZE
                  WS-VAR-PERCENT DELIMITED BY SIZE
                  '% AND OVER ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-PAYVAR-LINE
           END-STRING
           WRITE WS-PAYVAR-LINE
           MOVE SPACES TO WS-PAYVAR-LINE
           WRITE WS-PAYVAR-LINE
           MOVE SPACES TO WS-PAYVAR-LINE
           STRING 'EMP ID NAME                           '
                      DELIMITED BY SIZE
                  'CHECK                             PRIOR'
                      DELIMITED BY SIZE
                  '         CURRENT          CHANGE'
                      DELIMITED BY SIZE
               INTO WS-PAYVAR-LINE
           END-STRING
           WRITE WS-PAYVAR-LINE

           PERFORM VARYING WS-VCT-IDX FROM 1 BY 1
                   UNTIL WS-VCT-IDX > WS-VCT-COUNT
               PERFORM CHECK-EMPLOYEE-VARIANCE
           END-PERFORM

           *> 前期にいて当期にいない従業員
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-PHT-COUNT
               IF WS-PHT-MATCHED(WS-PHT-IDX) NOT = 'Y'
                   MOVE WS-PHT-EMP-ID(WS-PHT-IDX) TO WS-VAR-EMP-ID
                   MOVE WS-PHT-EMP-NAME(WS-PHT-IDX)
                       TO WS-VAR-EMP-NAME
                   MOVE 'MISSING EMPLOYEE' TO WS-VAR-CHECK-NAME
                   MOVE WS-PHT-GROSS(WS-PHT-IDX) TO WS-VAR-PRIOR
                   MOVE 0 TO WS-VAR-CURRENT
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           END-PERFORM

           *> 複数の従業員への同一口座の振込
           PERFORM VARYING WS-VCT-IDX FROM 1 BY 1
                   UNTIL WS-VCT-IDX > WS-VCT-COUNT
               IF WS-VCT-BANK-KEY(WS-VCT-IDX) NOT = SPACES
                   PERFORM VARYING WS-VCT-IDX-2 FROM 1 BY 1
                           UNTIL WS-VCT-IDX-2 >= WS-VCT-IDX
                       IF WS-VCT-BANK-KEY(WS-VCT-IDX-2)
                               = WS-VCT-BANK-KEY(WS-VCT-IDX)
                           MOVE WS-VCT-EMP-ID(WS-VCT-IDX)
                               TO WS-VAR-EMP-ID
                           MOVE WS-VCT-EMP-NAME(WS-VCT-IDX)
                               TO WS-VAR-EMP-NAME
                           MOVE SPACES TO WS-VAR-CHECK-NAME
                           STRING 'SAME ACCOUNT AS '
                                   DELIMITED BY SIZE
                                  WS-VCT-EMP-ID(WS-VCT-IDX-2)
                                   DELIMITED BY SIZE
                               INTO WS-VAR-CHECK-NAME
                           END-STRING
                           MOVE 0 TO WS-VAR-PRIOR
                           MOVE WS-VCT-NET(WS-VCT-IDX)
                               TO WS-VAR-CURRENT
                           PERFORM WRITE-VARIANCE-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           *> 支給結果テーブルに収まらなかった従業員はチェックでき
           *> ないため、その人数を差異として数えて振込を保留する
           IF WS-VCT-DROPPED > 0
               ADD WS-VCT-DROPPED TO WS-VAR-FLAG-COUNT
               MOVE SPACES TO WS-PAYVAR-LINE
               WRITE WS-PAYVAR-LINE
               MOVE SPACES TO WS-PAYVAR-LINE
               STRING WS-VCT-DROPPED DELIMITED BY SIZE
                      ' EMPLOYEE(S) NOT CHECKED - PAY RESULT TABLE '
                          DELIMITED BY SIZE
                      'FULL' DELIMITED BY SIZE
                   INTO WS-PAYVAR-LINE
               END-STRING
               WRITE WS-PAYVAR-LINE
           END-IF

           MOVE SPACES TO WS-PAYVAR-LINE
           WRITE WS-PAYVAR-LINE
           MOVE SPACES TO WS-PAYVAR-LINE
           STRING WS-VAR-FLAG-COUNT DELIMITED BY SIZE
                  ' ITEM(S) FLAGGED - BANK REGISTRATION HELD UNTIL '
                      DELIMITED BY SIZE
                  'RELEASED BY A SUPERVISOR' DELIMITED BY SIZE
               INTO WS-PAYVAR-LINE
           END-STRING
           WRITE WS-PAYVAR-LINE
           CLOSE VARIANCE-REPORT-FILE

           DISPLAY 'Variance check written to PAYVAR.TXT ('
               WS-VAR-FLAG-COUNT ' item(s) flagged)'
           MOVE 'CHECK-PAY-VARIANCES' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-VAR-FLAG-COUNT > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Pre-release variance check - flagged: '
                   DELIMITED BY SIZE
                  WS-VAR-FLAG-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       CHECK-EMPLOYEE-VARIANCE.
       *> 当期の従業員1名分のチェック（差引ゼロ以下、新規、
       *> 総支給・差引の前期比）
           MOVE WS-VCT-EMP-ID(WS-VCT-IDX) TO WS-VAR-EMP-ID
           MOVE WS-VCT-EMP-NAME(WS-VCT-IDX) TO WS-VAR-EMP-NAME
           IF WS-VCT-NET(WS-VCT-IDX) <= 0
               MOVE 'ZERO OR NEGATIVE NET' TO WS-VAR-CHECK-NAME
               MOVE 0 TO WS-VAR-PRIOR
               MOVE WS-VCT-NET(WS-VCT-IDX) TO WS-VAR-CURRENT
               PERFORM WRITE-VARIANCE-LINE
           END-IF

           IF WS-PRIOR-PERIOD-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-VAR-FOUND
           IF WS-PHT-COUNT > 0
               SET WS-PHT-IDX TO 1
               SEARCH WS-PHT-ENTRY
                   WHEN WS-PHT-EMP-ID(WS-PHT-IDX)
                           = WS-VCT-EMP-ID(WS-VCT-IDX)
                       MOVE 'Y' TO WS-VAR-FOUND
               END-SEARCH
           END-IF
           IF WS-VAR-FOUND NOT = 'Y'
               MOVE 'NEW EMPLOYEE' TO WS-VAR-CHECK-NAME
               MOVE 0 TO WS-VAR-PRIOR
               MOVE WS-VCT-GROSS(WS-VCT-IDX) TO WS-VAR-CURRENT
               PERFORM WRITE-VARIANCE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-PHT-MATCHED(WS-PHT-IDX)
           MOVE 'GROSS CHANGE' TO WS-VAR-CHECK-NAME
           MOVE WS-PHT-GROSS(WS-PHT-IDX) TO WS-VAR-PRIOR
           MOVE WS-VCT-GROSS(WS-VCT-IDX) TO WS-VAR-CURRENT
           PERFORM TEST-VARIANCE-LIMIT
           MOVE 'NET CHANGE' TO WS-VAR-CHECK-NAME
           MOVE WS-PHT-NET(WS-PHT-IDX) TO WS-VAR-PRIOR
           MOVE WS-VCT-NET(WS-VCT-IDX) TO WS-VAR-CURRENT
           PERFORM TEST-VARIANCE-LIMIT.

       TEST-VARIANCE-LIMIT.
       *> 増減額が前期の金額×閾値%と下限額の両方を超えたら報告する
           COMPUTE WS-VAR-DIFF = WS-VAR-CURRENT - WS-VAR-PRIOR
           IF WS-VAR-DIFF < 0
               COMPUTE WS-VAR-ABS-DIFF = 0 - WS-VAR-DIFF
           ELSE
               MOVE WS-VAR-DIFF TO WS-VAR-ABS-DIFF
           END-IF
           IF WS-VAR-PRIOR < 0
               COMPUTE WS-VAR-LIMIT ROUNDED =
                   (0 - WS-VAR-PRIOR) * WS-VAR-PERCENT / 100
           ELSE
               COMPUTE WS-VAR-LIMIT ROUNDED =
                   WS-VAR-PRIOR * WS-VAR-PERCENT / 100
           END-IF
           IF WS-VAR-ABS-DIFF > WS-VAR-LIMIT
               AND WS-VAR-ABS-DIFF > WS-VAR-MIN-AMOUNT
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       WRITE-VARIANCE-LINE.
       *> 差異レポート1行分の出力
           ADD 1 TO WS-VAR-FLAG-COUNT
           COMPUTE WS-VAR-DIFF = WS-VAR-CURRENT - WS-VAR-PRIOR
           MOVE WS-VAR-PRIOR TO WS-DISPLAY-AMOUNT-4
           MOVE WS-VAR-CURRENT TO WS-DISPLAY-AMOUNT-5
           MOVE WS-VAR-DIFF TO WS-DISPLAY-AMOUNT-6
           MOVE SPACES TO WS-PAYVAR-LINE
           STRING WS-VAR-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VAR-EMP-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VAR-CHECK-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-5 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-6 DELIMITED BY SIZE
               INTO WS-PAYVAR-LINE
           END-STRING
           WRITE WS-PAYVAR-LINE.

       WRITE-PAY-HISTORY.
       *> 支給履歴の書き戻し（前期分と当実行分のみを残す。同じ
       *> 期間の再実行では当期分を置き換える）
           IF WS-REGISTER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> 当期分の一部がテーブルに無い場合は書き戻さない
           IF WS-VCT-DROPPED > 0
               DISPLAY '*** PAYHIST.DAT not updated - '
                   WS-VCT-DROPPED ' employee(s) exceed the pay '
                   'result table'
               MOVE 'WRITE-PAY-HISTORY' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Pay result table full - pay history not updated'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAY-HISTORY-FILE
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-PHT-COUNT
               MOVE SPACES TO PAY-HISTORY-RECORD
               MOVE WS-PRIOR-PERIOD-ID TO WS-PH-PERIOD-ID
               MOVE WS-PHT-EMP-ID(WS-PHT-IDX) TO WS-PH-EMP-ID
               MOVE WS-PHT-EMP-NAME(WS-PHT-IDX) TO WS-PH-EMP-NAME
               MOVE WS-PHT-GROSS(WS-PHT-IDX) TO WS-PH-GROSS
               MOVE WS-PHT-NET(WS-PHT-IDX) TO WS-PH-NET
               WRITE PAY-HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING WS-VCT-IDX FROM 1 BY 1
                   UNTIL WS-VCT-IDX > WS-VCT-COUNT
               MOVE SPACES TO PAY-HISTORY-RECORD
               MOVE WS-RUN-PERIOD-ID TO WS-PH-PERIOD-ID
               MOVE WS-VCT-EMP-ID(WS-VCT-IDX) TO WS-PH-EMP-ID
               MOVE WS-VCT-EMP-NAME(WS-VCT-IDX) TO WS-PH-EMP-NAME
               MOVE WS-VCT-GROSS(WS-VCT-IDX) TO WS-PH-GROSS
               MOVE WS-VCT-NET(WS-VCT-IDX) TO WS-PH-NET
               WRITE PAY-HISTORY-RECORD
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       LOAD-HOLD-TABLE.
       *> 保留ファイルをテーブルへ読み込む（ファイルが無い場合は空。
       *> 収まらない保留があればWS-HDT-OVERFLOWをYにする）
           MOVE 0 TO WS-HDT-COUNT
           MOVE 'N' TO WS-HDT-OVERFLOW
           OPEN INPUT HOLD-FILE
           IF WS-PAYHOLD-OK
               MOVE 'N' TO WS-PAYHIST-EOF
               PERFORM UNTIL WS-PAYHIST-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-PAYHIST-EOF
                       NOT AT END
                           IF WS-HDT-COUNT < 20
                               ADD 1 TO WS-HDT-COUNT
                               SET WS-HDT-IDX TO WS-HDT-COUNT
                               MOVE WS-HD-FILE-NAME
                                   TO WS-HDT-FILE-NAME(WS-HDT-IDX)
                               MOVE WS-HD-PARTNER
                                   TO WS-HDT-PARTNER(WS-HDT-IDX)
                               MOVE WS-HD-COUNT
                                   TO WS-HDT-COUNT-N(WS-HDT-IDX)
                               MOVE WS-HD-HASH
                                   TO WS-HDT-HASH(WS-HDT-IDX)
                               MOVE WS-HD-FLAG-COUNT
                                   TO WS-HDT-FLAG-COUNT(WS-HDT-IDX)
                               MOVE WS-HD-HELD-DATE
                                   TO WS-HDT-HELD-DATE(WS-HDT-IDX)
                               MOVE WS-HD-PERIOD-ID
                                   TO WS-HDT-PERIOD-ID(WS-HDT-IDX)
                           ELSE
                               MOVE 'Y' TO WS-HDT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK-HELD-DISBURSEMENT.
       *> 通常実行・最終給与実行の開始前に、これから上書きする振込
       *> ファイルの未解除の保留が無いことを確認する。通常実行では
       *> 別の期間（期間不明の旧形式を含む）の保留、最終給与では
       *> 対象者が実行ごとに異なるため全ての保留を未送信の振込と
       *> みなし、解除（実行モードL）まで実行を拒否する。保留
       *> ファイルがテーブルに収まらない場合も拒否する
           MOVE 'CHECK-HELD-DISBURSEMENT' TO WS-AUDIT-PARAGRAPH-ID
           PERFORM LOAD-HOLD-TABLE
           IF WS-HDT-OVERFLOW = 'Y'
               PERFORM REFUSE-HOLD-TABLE-FULL
           END-IF
           MOVE 'N' TO WS-VAR-FOUND
           IF WS-HDT-COUNT > 0
               SET WS-HDT-IDX TO 1
               SEARCH WS-HDT-ENTRY
                   WHEN WS-HDT-IDX <= WS-HDT-COUNT
                       AND WS-HDT-FILE-NAME(WS-HDT-IDX)
                           = WS-NETPAY-FILENAME
                       AND (WS-FINAL-PAY-RUN
                            OR WS-HDT-PERIOD-ID(WS-HDT-IDX)
                               NOT = WS-RUN-PERIOD-ID)
                       MOVE 'Y' TO WS-VAR-FOUND
               END-SEARCH
           END-IF
           IF WS-VAR-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Run refused - '
               FUNCTION TRIM(WS-NETPAY-FILENAME)
               ' of period ' WS-HDT-PERIOD-ID(WS-HDT-IDX)
               ' (held ' WS-HDT-HELD-DATE(WS-HDT-IDX)
               ') is not released - release it first (run mode L)'
           MOVE 'CHECK-HELD-DISBURSEMENT' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Run refused - unreleased hold: ' DELIMITED BY SIZE
                  WS-NETPAY-FILENAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-HDT-PERIOD-ID(WS-HDT-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       REFUSE-HOLD-TABLE-FULL.
       *> 保留テーブルが満杯の場合の打ち切り（保留も送信簿登録も
       *> できない振込ファイルを残さないため、実行を中止する。
       *> 監査ログの段落IDは呼び出し元が設定する）
           DISPLAY '*** Hold table full - '
               FUNCTION TRIM(WS-NETPAY-FILENAME)
               ' cannot be held; release held disbursements '
               '(run mode L) and rerun'
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE 'Hold table full - disbursement not held, run stopped'
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       HOLD-OUTBOX-REGISTRATION.
       *> 送信簿への登録内容を保留ファイルへ記録する（同じ振込
       *> ファイルの保留が残っている場合は置き換える。別の期間の
       *> 保留は実行開始時に拒否済み）
           MOVE 'HOLD-OUTBOX-REGISTRATION' TO WS-AUDIT-PARAGRAPH-ID
           PERFORM LOAD-HOLD-TABLE
           IF WS-HDT-OVERFLOW = 'Y'
               PERFORM REFUSE-HOLD-TABLE-FULL
           END-IF
           MOVE 'N' TO WS-VAR-FOUND
           IF WS-HDT-COUNT > 0
               SET WS-HDT-IDX TO 1
               SEARCH WS-HDT-ENTRY
                   WHEN WS-HDT-IDX <= WS-HDT-COUNT
                       AND WS-HDT-FILE-NAME(WS-HDT-IDX)
                           = WS-OBX-FILE-NAME
                       MOVE 'Y' TO WS-VAR-FOUND
               END-SEARCH
           END-IF
           IF WS-VAR-FOUND NOT = 'Y'
               IF WS-HDT-COUNT >= 20
                   PERFORM REFUSE-HOLD-TABLE-FULL
               END-IF
               ADD 1 TO WS-HDT-COUNT
               SET WS-HDT-IDX TO WS-HDT-COUNT
           END-IF
           MOVE WS-OBX-FILE-NAME TO WS-HDT-FILE-NAME(WS-HDT-IDX)
           MOVE WS-OBX-PARTNER TO WS-HDT-PARTNER(WS-HDT-IDX)
           MOVE WS-OBX-COUNT TO WS-HDT-COUNT-N(WS-HDT-IDX)
           MOVE WS-OBX-HASH TO WS-HDT-HASH(WS-HDT-IDX)
           MOVE WS-VAR-FLAG-COUNT
               TO WS-HDT-FLAG-COUNT(WS-HDT-IDX)
           MOVE WS-RUN-DATE TO WS-HDT-HELD-DATE(WS-HDT-IDX)
           MOVE WS-RUN-PERIOD-ID TO WS-HDT-PERIOD-ID(WS-HDT-IDX)

           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HDT-IDX FROM 1 BY 1
                   UNTIL WS-HDT-IDX > WS-HDT-COUNT
               MOVE SPACES TO HOLD-RECORD
               MOVE WS-HDT-FILE-NAME(WS-HDT-IDX) TO WS-HD-FILE-NAME
               MOVE WS-HDT-PARTNER(WS-HDT-IDX) TO WS-HD-PARTNER
               MOVE WS-HDT-COUNT-N(WS-HDT-IDX) TO WS-HD-COUNT
               MOVE WS-HDT-HASH(WS-HDT-IDX) TO WS-HD-HASH
               MOVE WS-HDT-FLAG-COUNT(WS-HDT-IDX)
                   TO WS-HD-FLAG-COUNT
               MOVE WS-HDT-HELD-DATE(WS-HDT-IDX) TO WS-HD-HELD-DATE
               MOVE WS-HDT-PERIOD-ID(WS-HDT-IDX) TO WS-HD-PERIOD-ID
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE

           DISPLAY 'Bank registration of '
               FUNCTION TRIM(WS-OBX-FILE-NAME)
               ' HELD in PAYHOLD.DAT - supervisor release required '
               '(run mode L)'
           MOVE 'HOLD-OUTBOX-REGISTRATION' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Disbursement held for release: ' DELIMITED BY SIZE
                  WS-OBX-FILE-NAME DELIMITED BY SPACE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RELEASE-HELD-DISBURSEMENTS.
       *> 保留中の振込ファイルをスーパーバイザーの確認のうえ送信簿
       *> へ登録する（解除した保留ファイルは退避する）
           DISPLAY 'Release held disbursements'
           PERFORM LOAD-HOLD-TABLE
           IF WS-HDT-COUNT = 0
               DISPLAY 'No held disbursements in PAYHOLD.DAT'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUPERVISOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY 'Release refused - supervisor sign-on '
                   'required'
               MOVE 'RELEASE-HELD-DISBURSEMENTS'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Release refused - no supervisor sign-on'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HDT-IDX FROM 1 BY 1
                   UNTIL WS-HDT-IDX > WS-HDT-COUNT
               DISPLAY 'Held: ' WS-HDT-FILE-NAME(WS-HDT-IDX)
                   ' ' WS-HDT-COUNT-N(WS-HDT-IDX) ' detail(s), hash '
                   WS-HDT-HASH(WS-HDT-IDX) ', '
                   WS-HDT-FLAG-COUNT(WS-HDT-IDX)
                   ' variance(s) flagged, held '
                   WS-HDT-HELD-DATE(WS-HDT-IDX)
           END-PERFORM
           DISPLAY 'Review PAYVAR.TXT before release.'
           DISPLAY 'Release all held disbursements to the transmit '
               'gateway? (Y/N): '
           ACCEPT WS-RELEASE-CONFIRM
           IF WS-RELEASE-CONFIRM NOT = 'Y'
               AND WS-RELEASE-CONFIRM NOT = 'y'
               DISPLAY 'Nothing released - disbursements remain held'
               MOVE 'RELEASE-HELD-DISBURSEMENTS'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'S' TO WS-AUDIT-OUTCOME
               MOVE 'Release declined - disbursements remain held'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HDT-IDX FROM 1 BY 1
                   UNTIL WS-HDT-IDX > WS-HDT-COUNT
               MOVE WS-HDT-FILE-NAME(WS-HDT-IDX) TO WS-OBX-FILE-NAME
               MOVE WS-HDT-PARTNER(WS-HDT-IDX) TO WS-OBX-PARTNER
               MOVE WS-HDT-COUNT-N(WS-HDT-IDX) TO WS-OBX-COUNT
               MOVE WS-HDT-HASH(WS-HDT-IDX) TO WS-OBX-HASH
               PERFORM REGISTER-OUTBOX-FILE
           END-PERFORM

           MOVE 'mv PAYHOLD.DAT PAYHOLD.DONE' TO WS-HOLD-MOVE-COMMAND
           CALL 'SYSTEM' USING WS-HOLD-MOVE-COMMAND

           MOVE 'RELEASE-HELD-DISBURSEMENTS' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Held disbursements released: ' DELIMITED BY SIZE
                  WS-HDT-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       SUPERVISOR-SIGN-ON.
       *> スーパーバイザーのサインオン（PERIOD-CLOSEと同じく
       *> OPERATOR.DATと照合し、ロールSのみ許可。3回失敗で打ち切り）
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY 'Operator file not found - release '
                   'requires a supervisor account'
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

       REGISTER-OUTBOX-FILE.
       *> 作成済みファイルを送信ゲートウェイの登録取込ファイルへ
