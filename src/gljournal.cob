       *>             通常転記の代わりに貸借を入れ替えた自己均衡の
       *>             取消バッチを発生元REVERSALで出力し、元バッチとの
       *>             対応を監査ログに記録する。使用済みのCTLは退避）
       *> 2026-10-14  COBOL Developer  買掛金の連携（APTOT.DAT）を追加
       *>             （ACCOUNTS-PAYABLEの承認額を仕入／買掛金、
       *>             支払額を買掛金／預金として発生元APSUBSYSで
       *>             転記し、取込後はAPTOT.DONEへ退避する。勘定科目
       *>             マッピングの上限を60件に拡張）
       *> 2026-10-15  COBOL Developer  棚卸資産評価減の連携（INVPROV.DAT）
       *>             を追加（STOCK-AGINGの引当額の増加を評価損／
       *>             評価減引当金、減少を引当金／評価損の戻入として
       *>             発生元INVPROVで転記し、取込後はINVPROV.DONEへ
       *>             退避する）
       *> 2026-10-15  COBOL Developer  延滞利息の連携（FINCHG.DAT）を
       *>             追加（ACCOUNTS-RECEIVABLEの延滞利息の課金合計を
       *>             売掛金／延滞利息収益として発生元ARSUBSYSで転記
       *>             し、取込後はFINCHG.DONEへ退避する）
       *> 2026-10-15  COBOL Developer  ARWOFF.DATに係争解決の
       *>             クレジットメモ合計を追加（売上戻り／売掛金の
       *>             取消として転記。旧形式の空欄はゼロとみなす）
       *> 2026-10-15  COBOL Developer  手入力仕訳（MANJE.DAT）と定例
       *>             仕訳（STANDJE.DAT）の転記を追加（仕訳番号ごとに
       *>             貸借一致と転記キーのマッピング登録を検証し、
       *>             不備のある仕訳はJEREJECT.TXTへ出力して転記しない。
       *>             定例仕訳は適用期間内の各期間に1回だけ転記し、
       *>             STANDPST.DATに記録する。自動取消指定の仕訳は
       *>             翌オープン期間の初日付で貸借を入れ替えた取消
       *>             バッチ（発生元AUTOREV）を別ファイルに出力する。
       *>             締め済み期間の確認は転記元の読み込み前に行う）
       *> 2026-10-15  COBOL Developer  雇用主負担の連携（ERCOST.DAT）を
       *>             追加（PAYROLLの部署別の雇用主負担合計を部署の
       *>             コストセンターで雇用主負担費用／未払金として
       *>             発生元PAYRCALCで転記し、取込後はERCOST.DONEへ
       *>             退避する）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-WRITEOFF-STATUS.

           *> 買掛金合計の連携ファイル（ACCOUNTS-PAYABLEが出力。
           *> 承認額を仕入／買掛金、支払額を買掛金／預金として
           *> 転記する）
           SELECT AP-TOTALS-FILE ASSIGN TO 'APTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-APTOT-STATUS.

           *> 棚卸資産評価減引当の連携ファイル（STOCK-AGINGが出力。
           *> 引当額の増減を評価損と評価減引当金の間で転記する）
           SELECT INV-PROVISION-FILE ASSIGN TO 'INVPROV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-INVPROV-STATUS.

           *> 延滞利息合計の連携ファイル（ACCOUNTS-RECEIVABLEが出力。
           *> 売掛金／延滞利息収益として転記する）
           SELECT FINANCE-CHARGE-FILE ASSIGN TO 'FINCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-FINCHG-STATUS.

           *> 雇用主負担の部署別合計ファイル（PAYROLLが出力。
           *> 雇用主負担費用／雇用主負担未払金として転記する）
           SELECT EMPLOYER-COST-FILE ASSIGN TO 'ERCOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ERCOST-STATUS.

           *> 手入力仕訳ファイル（経理が作成する未払計上・前払費用の
           *> 振替・訂正仕訳。取込後はMANJE.DONEへ退避する）
           SELECT MANUAL-ENTRY-FILE ASSIGN TO 'MANJE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-MANJE-STATUS.

           *> 定例仕訳ファイル（家賃・償却など毎月定額の仕訳。
           *> 適用期間内は毎期間転記するため退避しない）
           SELECT STANDING-ENTRY-FILE ASSIGN TO 'STANDJE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STANDJE-STATUS.

           *> 定例仕訳の転記済み記録ファイル（期間と仕訳番号。
           *> 同じ期間に二重転記しないよう追記する）
           SELECT STANDING-POSTED-FILE ASSIGN TO 'STANDPST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STANDPST-STATUS.

           *> 転記しなかった手入力・定例仕訳の一覧ファイル
           SELECT ENTRY-REJECT-FILE ASSIGN TO 'JEREJECT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JEREJ-STATUS.

           *> 仕訳取消指示ファイル（取消対象のバッチファイル名を
           *> 1行で持つ。存在する場合は取消モードで動作する）
           SELECT REVERSAL-CTL-FILE ASSIGN TO 'REVERSAL.CTL'
           05  WS-WO-RUN-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-WO-TOTAL-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-WO-CREDIT-TOTAL PIC 9(9)V99.

       *> 買掛金合計レコード構造（ACCOUNTS-PAYABLEの
       *> AP-TOTALS-RECORDと同一）
       FD  AP-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-TOTALS-RECORD.
           05  WS-AT-RUN-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-AT-INVOICE-TOTAL PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-AT-PAYMENT-TOTAL PIC 9(9)V99.

       *> 評価減引当の連携レコード構造（STOCK-AGINGの
       *> PROVISION-FEED-RECORDと同一）
       FD  INV-PROVISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  INV-PROVISION-RECORD.
           05  WS-IP-RUN-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-IP-PROVISION-TOTAL PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-IP-PREVIOUS-TOTAL PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-IP-INCREASE PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-IP-DECREASE PIC 9(9)V99.

       *> 延滞利息合計レコード構造（ACCOUNTS-RECEIVABLEの
       *> FINANCE-CHARGE-TOTALS-RECORDと同一）
       FD  FINANCE-CHARGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINANCE-CHARGE-RECORD.
           05  WS-FC-RUN-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-FC-TOTAL-AMOUNT PIC 9(9)V99.

       *> 雇用主負担の部署別合計レコード構造（PAYROLLの
       *> EMPLOYER-COST-RECORDと同一）
       FD  EMPLOYER-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYER-COST-RECORD.
           05  WS-EC-PERIOD-ID PIC X(7).
           05  FILLER PIC X(1).
           05  WS-EC-DEPT-CODE PIC X(20).
           05  FILLER PIC X(1).
           05  WS-EC-AMOUNT PIC 9(9)V99.

       *> 手入力仕訳レコード構造（仕訳番号ごとに貸借一致させる。
       *> コストセンターが空白ならマッピングのものを使う）
       FD  MANUAL-ENTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANUAL-ENTRY-RECORD.
           05  WS-MJ-ENTRY-ID PIC X(8).
           *> 仕訳番号
           05  FILLER PIC X(1).
           05  WS-MJ-POSTING-KEY PIC X(12).
           *> 転記キー（ACCTMAP.DATに登録済みであること）
           05  FILLER PIC X(1).
           05  WS-MJ-COST-CENTER PIC X(8).
           *> コストセンター（空白可）
           05  FILLER PIC X(1).
           05  WS-MJ-DEBIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-MJ-CREDIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-MJ-AUTO-REVERSE PIC X(1).
           *> 自動取消（Y=翌オープン期間の初日に取消、N/空白=なし）
           05  FILLER PIC X(1).
           05  WS-MJ-DESCRIPTION PIC X(30).
           *> 摘要

       *> 定例仕訳レコード構造（手入力仕訳と同じ項目に適用期間を
       *> 加えたもの）
       FD  STANDING-ENTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ENTRY-RECORD.
           05  WS-SJ-ENTRY-ID PIC X(8).
           05  FILLER PIC X(1).
           05  WS-SJ-POSTING-KEY PIC X(12).
           05  FILLER PIC X(1).
           05  WS-SJ-COST-CENTER PIC X(8).
           05  FILLER PIC X(1).
           05  WS-SJ-DEBIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-SJ-CREDIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-SJ-AUTO-REVERSE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-SJ-DESCRIPTION PIC X(30).
           05  FILLER PIC X(1).
           05  WS-SJ-START-PERIOD PIC X(6).
           *> 適用開始期間（YYYYMM、空白は制限なし）
           05  FILLER PIC X(1).
           05  WS-SJ-END-PERIOD PIC X(6).
           *> 適用終了期間（YYYYMM、空白は制限なし）

       *> 定例仕訳の転記済み記録レコード構造
       FD  STANDING-POSTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-POSTED-RECORD.
           05  WS-SP-PERIOD PIC X(6).
           *> 転記した期間（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-SP-ENTRY-ID PIC X(8).
           *> 仕訳番号
           05  FILLER PIC X(1).
           05  WS-SP-FILENAME PIC X(30).
           *> 転記した仕訳バッチファイル名

       *> 転記しなかった仕訳の一覧行
       FD  ENTRY-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-JEREJ-LINE PIC X(132).

       *> 仕訳取消指示レコード構造（取消対象のファイル名）
       FD  REVERSAL-CTL-FILE
       *> 勘定科目マッピングテーブル（ファイル未整備時は既定値）
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT PIC 9(2) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-POSTING-KEY PIC X(12).
               10  WS-MAP-ACCOUNT PIC X(8).
       01  WS-WRITEOFF-STATUS PIC X(2).
       *> ARWOFF.DAT入出力の状態コード
           88  WS-WRITEOFF-OK VALUE '00'.
       01  WS-APTOT-STATUS PIC X(2).
       *> APTOT.DAT入出力の状態コード
           88  WS-APTOT-OK VALUE '00'.
       01  WS-INVPROV-STATUS PIC X(2).
       *> INVPROV.DAT入出力の状態コード
           88  WS-INVPROV-OK VALUE '00'.
       01  WS-FINCHG-STATUS PIC X(2).
       *> FINCHG.DAT入出力の状態コード
           88  WS-FINCHG-OK VALUE '00'.
       01  WS-ERCOST-STATUS PIC X(2).
       *> ERCOST.DAT入出力の状態コード
           88  WS-ERCOST-OK VALUE '00'.
       01  WS-REVCTL-STATUS PIC X(2).
       *> REVERSAL.CTL入出力の状態コード
           88  WS-REVCTL-OK VALUE '00'.
           05  WS-REVERSED-COUNT PIC 9(6) VALUE 0.
           *> 取消した明細件数

       *> 手入力・定例仕訳用の作業領域
       01  WS-MANJE-STATUS PIC X(2).
       *> MANJE.DAT入出力の状態コード
           88  WS-MANJE-OK VALUE '00'.
       01  WS-STANDJE-STATUS PIC X(2).
       *> STANDJE.DAT入出力の状態コード
           88  WS-STANDJE-OK VALUE '00'.
       01  WS-STANDPST-STATUS PIC X(2).
       *> STANDPST.DAT入出力の状態コード
           88  WS-STANDPST-OK VALUE '00'.
       01  WS-JEREJ-STATUS PIC X(2).
       *> JEREJECT.TXT入出力の状態コード
       01  WS-ENTRY-CONTROL.
           05  WS-ENTRY-EOF PIC X(1).
           *> 手入力・定例仕訳ファイル終端フラグ
           05  WS-MANJE-READ PIC X(1) VALUE 'N'.
           *> MANJE.DATを読んだかどうか（Y/N、退避の判定用）
           05  WS-MANJE-FOUND PIC X(1) VALUE 'N'.
           *> 転記する手入力仕訳があるかどうか（Y/N）
           05  WS-STANDJE-FOUND PIC X(1) VALUE 'N'.
           *> 転記する定例仕訳があるかどうか（Y/N）
           05  WS-ENTRY-OVERFLOW PIC 9(5) VALUE 0.
           *> テーブル上限超過で読み込めなかった明細数
           05  WS-ENTRY-REJECT-COUNT PIC 9(5) VALUE 0.
           *> 転記しなかった仕訳番号の数
           05  WS-KEY-MAPPED PIC X(1).
           *> 転記キーがマッピングに登録済みかどうか（Y/N）
           05  WS-JB-FOUND PIC X(1).
           *> 仕訳番号の検索結果フラグ（Y/N）
           05  WS-ALREADY-POSTED PIC X(1).
           *> 定例仕訳が当期間に転記済みかどうか（Y/N）
           05  WS-REVERSAL-DATE PIC X(8).
           *> 自動取消の転記日（翌オープン期間の初日）
           05  WS-REVERSAL-PERIOD PIC X(6).
           05  WS-REVERSAL-PERIOD-PARTS
                   REDEFINES WS-REVERSAL-PERIOD.
               10  WS-REVERSAL-YEAR PIC 9(4).
               10  WS-REVERSAL-MONTH PIC 9(2).
           *> 自動取消の転記期間（YYYYMM）
           05  WS-MAIN-JOURNAL-FILENAME PIC X(30).
           *> 本体の仕訳バッチファイル名（定例仕訳の記録用）
           05  WS-JEREJ-AMOUNT PIC Z(10)9.99.
           *> 一覧出力用の金額編集項目
       01  WS-ENTRY-LINE-TABLE.
       *> 手入力・定例仕訳の明細（発生元M=手入力、S=定例）
           05  WS-JE-COUNT PIC 9(3) VALUE 0.
           05  WS-JE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-JE-IDX.
               10  WS-JE-SOURCE PIC X(1).
               10  WS-JE-ENTRY-ID PIC X(8).
               10  WS-JE-POSTING-KEY PIC X(12).
               10  WS-JE-COST-CENTER PIC X(8).
               10  WS-JE-DEBIT PIC 9(9)V99.
               10  WS-JE-CREDIT PIC 9(9)V99.
               10  WS-JE-AUTO-REVERSE PIC X(1).
               10  WS-JE-VALID PIC X(1).
       01  WS-ENTRY-BATCH-TABLE.
       *> 仕訳番号ごとの貸借合計と検証結果
           05  WS-JB-COUNT PIC 9(3) VALUE 0.
           05  WS-JB-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-JB-IDX.
               10  WS-JB-SOURCE PIC X(1).
               10  WS-JB-ENTRY-ID PIC X(8).
               10  WS-JB-DEBIT PIC 9(11)V99.
               10  WS-JB-CREDIT PIC 9(11)V99.
               10  WS-JB-AUTO-REVERSE PIC X(1).
               10  WS-JB-REASON PIC X(30).
       01  WS-STANDING-POSTED-TABLE.
       *> 当期間に転記済みの定例仕訳番号
           05  WS-SP-COUNT PIC 9(3) VALUE 0.
           05  WS-SP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SP-IDX.
               10  WS-SPT-ENTRY-ID PIC X(8).
       01  WS-AUTO-REVERSE-TABLE.
       *> 自動取消する明細（解決済みの科目・コストセンター）
           05  WS-AR-COUNT PIC 9(3) VALUE 0.
           05  WS-AR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-AR-IDX.
               10  WS-AR-ACCOUNT PIC X(8).
               10  WS-AR-COST-CENTER PIC X(8).
               10  WS-AR-DEBIT PIC 9(9)V99.
               10  WS-AR-CREDIT PIC 9(9)V99.
       01  WS-ENTRY-LINE-WORK.
       *> 読み込んだ明細1件（手入力・定例共通）
           05  WS-EW-SOURCE PIC X(1).
           05  WS-EW-ENTRY-ID PIC X(8).
           05  WS-EW-POSTING-KEY PIC X(12).
           05  WS-EW-COST-CENTER PIC X(8).
           05  WS-EW-DEBIT PIC X(11).
           05  WS-EW-DEBIT-NUM REDEFINES WS-EW-DEBIT PIC 9(9)V99.
           05  WS-EW-CREDIT PIC X(11).
           05  WS-EW-CREDIT-NUM REDEFINES WS-EW-CREDIT PIC 9(9)V99.
           05  WS-EW-AUTO-REVERSE PIC X(1).
           05  WS-EW-REASON PIC X(30).

       *> 会計期間用の作業領域
       01  WS-ACCTPERD-STATUS PIC X(2).
       *> ACCTPERD.DAT入出力の状態コード
               10  WS-PD-AMOUNT PIC 9(9)V99.
       01  WS-PD-FOUND PIC X(1).
       *> 部署別小計の検索結果フラグ（Y/N）

       *> 雇用主負担の部署別合計テーブル
       01  WS-EMPLOYER-COST-TABLE.
           05  WS-ECT-COUNT PIC 9(3) VALUE 0.
           05  WS-ECT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ECT-IDX.
               10  WS-ECT-DEPT-CODE PIC X(20).
               10  WS-ECT-AMOUNT PIC 9(9)V99.
       01  WS-COST-CENTER-OVERRIDE PIC X(10) VALUE SPACES.
       *> 明細起票時にマッピングのコストセンターを上書きする値
       *> （空白なら上書きしない）
       01  WS-ERCOST-CENTER PIC X(10).
       *> 雇用主負担の費用と未払金を同じ部署で起票するための退避域

       *> マッピング検索用の作業領域
       01  WS-LOOKUP-KEY PIC X(12).
           *> ARWOFF.DATを読めたかどうか
           05  WS-WRITEOFF-TOTAL PIC 9(9)V99 VALUE 0.
           *> 売掛金償却合計（貸倒費用として転記する）
           05  WS-DISPUTE-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
           *> 係争解決のクレジットメモ合計（売上戻りとして転記する）
           05  WS-AP-FOUND PIC X(1) VALUE 'N'.
           *> APTOT.DATを読めたかどうか
           05  WS-AP-INVOICE-TOTAL PIC 9(9)V99 VALUE 0.
           *> 買掛金の承認額（仕入として転記する）
           05  WS-AP-PAYMENT-TOTAL PIC 9(9)V99 VALUE 0.
           *> 買掛金の支払額（預金の払出として転記する）
           05  WS-PROV-FOUND PIC X(1) VALUE 'N'.
           *> INVPROV.DATを読めたかどうか
           05  WS-PROV-INCREASE PIC 9(9)V99 VALUE 0.
           *> 評価減引当の増加額（評価損として転記する）
           05  WS-PROV-DECREASE PIC 9(9)V99 VALUE 0.
           *> 評価減引当の減少額（評価損の戻入として転記する）
           05  WS-FINCHG-FOUND PIC X(1) VALUE 'N'.
           *> FINCHG.DATを読めたかどうか
           05  WS-FINCHG-TOTAL PIC 9(9)V99 VALUE 0.
           *> 延滞利息の課金合計（延滞利息収益として転記する）
           05  WS-ERCOST-FOUND PIC X(1) VALUE 'N'.
           *> ERCOST.DATを読めたかどうか
           05  WS-ERCOST-EOF PIC X(1) VALUE 'N'.
           *> ERCOST.DAT終端フラグ
           05  WS-ERCOST-TOTAL PIC 9(9)V99 VALUE 0.
           *> 雇用主負担の合計（雇用主負担未払金として転記する）

       *> 仕訳バッチの制御
       01  WS-JOURNAL-CONTROL.
           *> 転記日付（YYYYMMDD）
           05  WS-POSTING-SOURCE PIC X(8).
           *> 現在転記中の発生元プログラムID
           05  WS-HEADER-SOURCE PIC X(8) VALUE 'GLJOURNL'.
           *> ヘッダー・トレーラーの発生元（通常GLJOURNL、取消モードは
           *> REVERSAL、自動取消バッチはAUTOREV）
           05  WS-DETAIL-DEBIT PIC 9(9)V99.
           *> 明細1件分の借方額
           05  WS-DETAIL-CREDIT PIC 9(9)V99.
               STOP RUN
           END-IF

           *> 転記期間を先に確定する（定例仕訳の対象期間の判定に
           *> 付け替え後の期間を使うため）
           PERFORM CHECK-POSTING-PERIOD

           PERFORM LOAD-DEPARTMENT-MASTER

           PERFORM ACCUMULATE-PAYROLL-TOTAL

           PERFORM READ-WRITEOFF-TOTALS

           PERFORM READ-AP-TOTALS

           PERFORM READ-PROVISION-TOTALS

           PERFORM READ-FINANCE-CHARGE-TOTALS

           PERFORM READ-EMPLOYER-COST-TOTALS

           PERFORM READ-MANUAL-ENTRIES

           PERFORM READ-STANDING-ENTRIES

           PERFORM VALIDATE-ENTRY-BATCHES

           PERFORM WRITE-JOURNAL-BATCH

           STOP RUN.
                       AT END
                           MOVE 'Y' TO WS-ACCTMAP-EOF
                       NOT AT END
                           IF WS-MAP-COUNT < 60
                               ADD 1 TO WS-MAP-COUNT
                               SET WS-MAP-IDX TO WS-MAP-COUNT
                               MOVE WS-AM-POSTING-KEY TO
                   NOT AT END
                       MOVE WS-RC-FILENAME TO WS-REVERSE-FILENAME
                       MOVE 'Y' TO WS-REVERSAL-MODE
                       MOVE 'REVERSAL' TO WS-HEADER-SOURCE
               END-READ
               CLOSE REVERSAL-CTL-FILE
           END-IF.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WO-CREDIT-TOTAL IS NOT NUMERIC
                           MOVE 0 TO WS-WO-CREDIT-TOTAL
                       END-IF
                       IF WS-WO-TOTAL-AMOUNT > 0
                           OR WS-WO-CREDIT-TOTAL > 0
                           MOVE 'Y' TO WS-WRITEOFF-FOUND
                           MOVE WS-WO-TOTAL-AMOUNT
                               TO WS-WRITEOFF-TOTAL
                           MOVE WS-WO-CREDIT-TOTAL
                               TO WS-DISPUTE-CREDIT-TOTAL
                           DISPLAY 'AR write-off total: '
                               WS-WRITEOFF-TOTAL
                               ' dispute credits: '
                               WS-DISPUTE-CREDIT-TOTAL
                       END-IF
               END-READ
               CLOSE WRITEOFF-TOTALS-FILE
           END-IF.

       READ-AP-TOTALS.
       *> 買掛金合計の連携ファイルの読み込み（無い場合は
       *> 当バッチに買掛金の転記なし）
           OPEN INPUT AP-TOTALS-FILE
           IF WS-APTOT-OK
               READ AP-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-AT-INVOICE-TOTAL > 0
                           OR WS-AT-PAYMENT-TOTAL > 0
                           MOVE 'Y' TO WS-AP-FOUND
                           MOVE WS-AT-INVOICE-TOTAL
                               TO WS-AP-INVOICE-TOTAL
                           MOVE WS-AT-PAYMENT-TOTAL
                               TO WS-AP-PAYMENT-TOTAL
                           DISPLAY 'AP invoice total: '
                               WS-AP-INVOICE-TOTAL
                               ' payment total: '
                               WS-AP-PAYMENT-TOTAL
                       END-IF
               END-READ
               CLOSE AP-TOTALS-FILE
           END-IF.

       READ-PROVISION-TOTALS.
       *> 評価減引当の連携ファイルの読み込み（無い場合や増減が
       *> 無い場合は当バッチに評価減の転記なし）
           OPEN INPUT INV-PROVISION-FILE
           IF WS-INVPROV-OK
               READ INV-PROVISION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-IP-INCREASE > 0
                           OR WS-IP-DECREASE > 0
                           MOVE 'Y' TO WS-PROV-FOUND
                           MOVE WS-IP-INCREASE TO WS-PROV-INCREASE
                           MOVE WS-IP-DECREASE TO WS-PROV-DECREASE
                           DISPLAY 'Stock provision increase: '
                               WS-PROV-INCREASE
                               ' decrease: '
                               WS-PROV-DECREASE
                       END-IF
               END-READ
               CLOSE INV-PROVISION-FILE
           END-IF.

       READ-FINANCE-CHARGE-TOTALS.
       *> 延滞利息合計の連携ファイルの読み込み（無い場合は
       *> 当バッチに延滞利息の転記なし）
           OPEN INPUT FINANCE-CHARGE-FILE
           IF WS-FINCHG-OK
               READ FINANCE-CHARGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FC-TOTAL-AMOUNT > 0
                           MOVE 'Y' TO WS-FINCHG-FOUND
                           MOVE WS-FC-TOTAL-AMOUNT
                               TO WS-FINCHG-TOTAL
                           DISPLAY 'AR finance charge total: '
                               WS-FINCHG-TOTAL
                       END-IF
               END-READ
               CLOSE FINANCE-CHARGE-FILE
           END-IF.

       READ-EMPLOYER-COST-TOTALS.
       *> 雇用主負担の部署別合計ファイルの読み込み（無い場合は
       *> 当バッチに雇用主負担の転記なし）
           OPEN INPUT EMPLOYER-COST-FILE
           IF WS-ERCOST-OK
               MOVE 'N' TO WS-ERCOST-EOF
               PERFORM UNTIL WS-ERCOST-EOF = 'Y'
                   READ EMPLOYER-COST-FILE
                       AT END
                           MOVE 'Y' TO WS-ERCOST-EOF
                       NOT AT END
                           IF WS-EC-AMOUNT IS NUMERIC
                               AND WS-EC-AMOUNT > 0
                               AND WS-ECT-COUNT < 50
                               ADD 1 TO WS-ECT-COUNT
                               SET WS-ECT-IDX TO WS-ECT-COUNT
                               MOVE WS-EC-DEPT-CODE
                                   TO WS-ECT-DEPT-CODE(WS-ECT-IDX)
                               MOVE WS-EC-AMOUNT
                                   TO WS-ECT-AMOUNT(WS-ECT-IDX)
                               ADD WS-EC-AMOUNT TO WS-ERCOST-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-COST-FILE
               IF WS-ERCOST-TOTAL > 0
                   MOVE 'Y' TO WS-ERCOST-FOUND
                   DISPLAY 'Employer cost total: ' WS-ERCOST-TOTAL
                       ' (' WS-ECT-COUNT ' department(s))'
               END-IF
           END-IF.

       WRITE-JOURNAL-BATCH.
       *> 仕訳バッチの書き出し（ヘッダー／明細／トレーラー）。
       *> 明細は常に借方・貸方が対になるように起票するため
           IF WS-PAYROLL-FOUND NOT = 'Y'
                   AND WS-SALES-FOUND NOT = 'Y'
                   AND WS-WRITEOFF-FOUND NOT = 'Y'
                   AND WS-AP-FOUND NOT = 'Y'
                   AND WS-PROV-FOUND NOT = 'Y'
                   AND WS-FINCHG-FOUND NOT = 'Y'
                   AND WS-ERCOST-FOUND NOT = 'Y'
                   AND WS-MANJE-FOUND NOT = 'Y'
                   AND WS-STANDJE-FOUND NOT = 'Y'
               DISPLAY 'Nothing to post - journal not written'
               MOVE 'WRITE-JOURNAL-BATCH' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF WS-POSTING-BLOCKED = 'Y'
               DISPLAY 'Journal not written - closed period'
               EXIT PARAGRAPH
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF

           IF WS-ERCOST-FOUND = 'Y'
               MOVE 'PAYRCALC' TO WS-POSTING-SOURCE
               *> 雇用主負担費用（部署別借方）／雇用主負担未払金
               *> （部署別貸方）
               PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
                       UNTIL WS-ECT-IDX > WS-ECT-COUNT
                   PERFORM WRITE-EMPLOYER-COST-DETAIL
               END-PERFORM
           END-IF

           IF WS-SALES-FOUND = 'Y'
               MOVE 'COMPSAMP' TO WS-POSTING-SOURCE
               *> 売掛金（借方）／売上（貸方）／仮受消費税（貸方）
           IF WS-WRITEOFF-FOUND = 'Y'
               MOVE 'ARSUBSYS' TO WS-POSTING-SOURCE
               *> 貸倒費用（借方）／売掛金の取消（貸方）
               IF WS-WRITEOFF-TOTAL > 0
                   MOVE 'WOFF-EXP' TO WS-LOOKUP-KEY
                   MOVE WS-WRITEOFF-TOTAL TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'SALES-RECV' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-WRITEOFF-TOTAL TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
               *> 係争解決のクレジットメモ（売上戻り＝借方）／
               *> 売掛金の取消（貸方）
               IF WS-DISPUTE-CREDIT-TOTAL > 0
                   MOVE 'SALES-RET' TO WS-LOOKUP-KEY
                   MOVE WS-DISPUTE-CREDIT-TOTAL TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'SALES-RECV' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-DISPUTE-CREDIT-TOTAL TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
           END-IF

           IF WS-FINCHG-FOUND = 'Y'
               MOVE 'ARSUBSYS' TO WS-POSTING-SOURCE
               *> 売掛金（借方）／延滞利息収益（貸方）
               MOVE 'SALES-RECV' TO WS-LOOKUP-KEY
               MOVE WS-FINCHG-TOTAL TO WS-DETAIL-DEBIT
               MOVE 0 TO WS-DETAIL-CREDIT
               PERFORM WRITE-JOURNAL-DETAIL
               MOVE 'FIN-INC' TO WS-LOOKUP-KEY
               MOVE 0 TO WS-DETAIL-DEBIT
               MOVE WS-FINCHG-TOTAL TO WS-DETAIL-CREDIT
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF

           IF WS-AP-FOUND = 'Y'
               MOVE 'APSUBSYS' TO WS-POSTING-SOURCE
               *> 仕入（借方）／買掛金（貸方）
               IF WS-AP-INVOICE-TOTAL > 0
                   MOVE 'AP-PURCH' TO WS-LOOKUP-KEY
                   MOVE WS-AP-INVOICE-TOTAL TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'AP-PAY' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-AP-INVOICE-TOTAL TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
               *> 買掛金の支払（借方）／預金（貸方）
               IF WS-AP-PAYMENT-TOTAL > 0
                   MOVE 'AP-PAY' TO WS-LOOKUP-KEY
                   MOVE WS-AP-PAYMENT-TOTAL TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'AP-CASH' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-AP-PAYMENT-TOTAL TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
           END-IF

           IF WS-PROV-FOUND = 'Y'
               MOVE 'INVPROV' TO WS-POSTING-SOURCE
               *> 棚卸資産評価損（借方）／評価減引当金（貸方）
               IF WS-PROV-INCREASE > 0
                   MOVE 'INV-WDN-EXP' TO WS-LOOKUP-KEY
                   MOVE WS-PROV-INCREASE TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'INV-PROV' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-PROV-INCREASE TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
               *> 評価減引当金の戻入（借方）／評価損の戻入（貸方）
               IF WS-PROV-DECREASE > 0
                   MOVE 'INV-PROV' TO WS-LOOKUP-KEY
                   MOVE WS-PROV-DECREASE TO WS-DETAIL-DEBIT
                   MOVE 0 TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE 'INV-WDN-EXP' TO WS-LOOKUP-KEY
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-PROV-DECREASE TO WS-DETAIL-CREDIT
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
           END-IF

           *> 手入力仕訳・定例仕訳（検証済みの仕訳番号の明細のみ）
           IF WS-MANJE-FOUND = 'Y'
               MOVE 'MANUALJE' TO WS-POSTING-SOURCE
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                       UNTIL WS-JE-IDX > WS-JE-COUNT
                   IF WS-JE-SOURCE(WS-JE-IDX) = 'M'
                       AND WS-JE-VALID(WS-JE-IDX) = 'Y'
                       PERFORM WRITE-ENTRY-DETAIL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STANDJE-FOUND = 'Y'
               MOVE 'STANDJE' TO WS-POSTING-SOURCE
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                       UNTIL WS-JE-IDX > WS-JE-COUNT
                   IF WS-JE-SOURCE(WS-JE-IDX) = 'S'
                       AND WS-JE-VALID(WS-JE-IDX) = 'Y'
                       PERFORM WRITE-ENTRY-DETAIL
                   END-IF
               END-PERFORM
           END-IF

           PERFORM WRITE-JOURNAL-TRAILER

           CLOSE JOURNAL-FILE

           *> 取り込み済みの手入力仕訳を退避して再転記を防ぐ
           IF WS-MANJE-READ = 'Y'
               MOVE 'mv MANJE.DAT MANJE.DONE'
                   TO WS-FEED-MOVE-COMMAND
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 転記した定例仕訳を記録して同じ期間の再転記を防ぐ
           IF WS-STANDJE-FOUND = 'Y'
               PERFORM RECORD-STANDING-POSTED
           END-IF

           *> 取り込み済みの償却連携を退避して再転記を防ぐ
           IF WS-WRITEOFF-FOUND = 'Y'
               MOVE 'mv ARWOFF.DAT ARWOFF.DONE'
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 取り込み済みの延滞利息連携を退避して再転記を防ぐ
           IF WS-FINCHG-FOUND = 'Y'
               MOVE 'mv FINCHG.DAT FINCHG.DONE'
                   TO WS-FEED-MOVE-COMMAND
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 取り込み済みの雇用主負担連携を退避して再転記を防ぐ
           IF WS-ERCOST-FOUND = 'Y'
               MOVE 'mv ERCOST.DAT ERCOST.DONE'
                   TO WS-FEED-MOVE-COMMAND
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 取り込み済みの買掛金連携を退避して再転記を防ぐ
           IF WS-AP-FOUND = 'Y'
               MOVE 'mv APTOT.DAT APTOT.DONE'
                   TO WS-FEED-MOVE-COMMAND
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 取り込み済みの評価減引当連携を退避して再転記を防ぐ
           IF WS-PROV-FOUND = 'Y'
               MOVE 'mv INVPROV.DAT INVPROV.DONE'
                   TO WS-FEED-MOVE-COMMAND
               CALL 'SYSTEM' USING WS-FEED-MOVE-COMMAND
           END-IF

           *> 取り込み済みの売上集計連携を退避し、COMPSAMPが動かな
           *> かった夜に同じ合計を再転記しないようにする
           *> （HISTFEED.DAT→HISTFEED.DONEと同じ運用）

           DISPLAY 'Journal batch written to '
               WS-JOURNAL-FILENAME ' ('
               WS-DETAIL-COUNT ' detail record(s))'

           *> 自動取消指定の仕訳があれば取消バッチを別に作成する
           IF WS-AR-COUNT > 0
               PERFORM WRITE-AUTO-REVERSE-BATCH
           END-IF.

       WRITE-JOURNAL-HEADER.
       *> 仕訳バッチヘッダーの書き出し。取消バッチのヘッダーは
       *> 発生元をREVERSAL（自動取消バッチはAUTOREV）にする
       *> （GL-LOADERはヘッダーの日付＋発生元で取り込み済み判定を
       *> するため、通常バッチと同じ発生元だと同日の取消バッチが
       *> 二重取込として拒否される）
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'H' TO WS-JR-RECORD-TYPE
           MOVE 'BATCH' TO WS-JR-ACCOUNT
           MOVE SPACES TO WS-JR-COST-CENTER
           MOVE 0 TO WS-JR-DEBIT
           MOVE 0 TO WS-JR-CREDIT
           MOVE WS-HEADER-SOURCE TO WS-JR-SOURCE
           MOVE WS-POSTING-DATE TO WS-JR-DATE
           WRITE JOURNAL-RECORD.

           MOVE 0 TO WS-DETAIL-CREDIT
           PERFORM WRITE-JOURNAL-DETAIL.

       WRITE-EMPLOYER-COST-DETAIL.
       *> 部署1件分の雇用主負担明細の書き出し（費用・未払金とも
       *> 部署マスタのコストセンターで起票し、マスタに無い部署は
       *> SUSPENSEへ転記して監査ログに記録する）
           MOVE 'N' TO WS-PD-FOUND
           IF WS-DM-COUNT > 0
               SET WS-DM-IDX TO 1
               SEARCH WS-DM-ENTRY
                   WHEN WS-DM-DEPT-CODE(WS-DM-IDX)
                           = WS-ECT-DEPT-CODE(WS-ECT-IDX)
                       MOVE 'Y' TO WS-PD-FOUND
               END-SEARCH
           END-IF

           IF WS-PD-FOUND = 'Y'
               MOVE WS-DM-COST-CENTER(WS-DM-IDX)
                   TO WS-COST-CENTER-OVERRIDE
           ELSE
               MOVE 'SUSPENSE' TO WS-COST-CENTER-OVERRIDE
               DISPLAY '*** Department not on master - posted to '
                   'suspense: ' WS-ECT-DEPT-CODE(WS-ECT-IDX)
               MOVE 'WRITE-EMPLOYER-COST-DETAIL'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Employer cost dept to suspense: '
                          DELIMITED BY SIZE
                      WS-ECT-DEPT-CODE(WS-ECT-IDX)
                          DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF

           MOVE 'ERCONT-EXP' TO WS-LOOKUP-KEY
           MOVE WS-ECT-AMOUNT(WS-ECT-IDX) TO WS-DETAIL-DEBIT
           MOVE 0 TO WS-DETAIL-CREDIT
           MOVE WS-COST-CENTER-OVERRIDE TO WS-ERCOST-CENTER
           PERFORM WRITE-JOURNAL-DETAIL

           MOVE 'ERCONT-LIAB' TO WS-LOOKUP-KEY
           MOVE 0 TO WS-DETAIL-DEBIT
           MOVE WS-ECT-AMOUNT(WS-ECT-IDX) TO WS-DETAIL-CREDIT
           MOVE WS-ERCOST-CENTER TO WS-COST-CENTER-OVERRIDE
           PERFORM WRITE-JOURNAL-DETAIL.

       WRITE-JOURNAL-DETAIL.
       *> 仕訳明細1件分の書き出し（科目はマッピングで解決し、
       *> コストセンターは上書き指定があればそちらを優先する）
           MOVE WS-DETAIL-COUNT TO WS-JR-COST-CENTER
           MOVE WS-DEBIT-TOTAL TO WS-JR-DEBIT
           MOVE WS-CREDIT-TOTAL TO WS-JR-CREDIT
           MOVE WS-HEADER-SOURCE TO WS-JR-SOURCE
           MOVE WS-POSTING-DATE TO WS-JR-DATE
           WRITE JOURNAL-RECORD.

       READ-MANUAL-ENTRIES.
       *> 手入力仕訳ファイルの読み込み（無い場合は当バッチに
       *> 手入力仕訳の転記なし）
           OPEN INPUT MANUAL-ENTRY-FILE
           IF NOT WS-MANJE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MANJE-READ
           MOVE 'N' TO WS-ENTRY-EOF
           PERFORM UNTIL WS-ENTRY-EOF = 'Y'
               READ MANUAL-ENTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-ENTRY-EOF
                   NOT AT END
                       IF MANUAL-ENTRY-RECORD NOT = SPACES
                           MOVE 'M' TO WS-EW-SOURCE
                           MOVE WS-MJ-ENTRY-ID TO WS-EW-ENTRY-ID
                           MOVE WS-MJ-POSTING-KEY
                               TO WS-EW-POSTING-KEY
                           MOVE WS-MJ-COST-CENTER
                               TO WS-EW-COST-CENTER
                           MOVE MANUAL-ENTRY-RECORD(32:11)
                               TO WS-EW-DEBIT
                           MOVE MANUAL-ENTRY-RECORD(44:11)
                               TO WS-EW-CREDIT
                           MOVE WS-MJ-AUTO-REVERSE
                               TO WS-EW-AUTO-REVERSE
                           PERFORM ADD-ENTRY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANUAL-ENTRY-FILE
           DISPLAY 'Manual journal entries read: ' WS-JE-COUNT
               ' line(s)'.

       READ-STANDING-ENTRIES.
       *> 定例仕訳ファイルの読み込み（転記期間が適用期間内で、
       *> 当期間に未転記の仕訳番号のみを対象とする）
           IF WS-POSTING-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STANDING-POSTED
           OPEN INPUT STANDING-ENTRY-FILE
           IF NOT WS-STANDJE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ENTRY-EOF
           PERFORM UNTIL WS-ENTRY-EOF = 'Y'
               READ STANDING-ENTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-ENTRY-EOF
                   NOT AT END
                       PERFORM SELECT-STANDING-ENTRY
               END-READ
           END-PERFORM
           CLOSE STANDING-ENTRY-FILE.

       SELECT-STANDING-ENTRY.
       *> 定例仕訳1明細が当期間の転記対象かどうかを判定して登録する
           IF STANDING-ENTRY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SJ-START-PERIOD NOT = SPACES
               AND WS-SJ-START-PERIOD > WS-POSTING-DATE(1:6)
               EXIT PARAGRAPH
           END-IF
           IF WS-SJ-END-PERIOD NOT = SPACES
               AND WS-SJ-END-PERIOD < WS-POSTING-DATE(1:6)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ALREADY-POSTED
           IF WS-SP-COUNT > 0
               SET WS-SP-IDX TO 1
               SEARCH WS-SP-ENTRY
                   WHEN WS-SPT-ENTRY-ID(WS-SP-IDX) = WS-SJ-ENTRY-ID
                       MOVE 'Y' TO WS-ALREADY-POSTED
               END-SEARCH
           END-IF
           IF WS-ALREADY-POSTED = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-EW-SOURCE
           MOVE WS-SJ-ENTRY-ID TO WS-EW-ENTRY-ID
           MOVE WS-SJ-POSTING-KEY TO WS-EW-POSTING-KEY
           MOVE WS-SJ-COST-CENTER TO WS-EW-COST-CENTER
           MOVE STANDING-ENTRY-RECORD(32:11) TO WS-EW-DEBIT
           MOVE STANDING-ENTRY-RECORD(44:11) TO WS-EW-CREDIT
           MOVE WS-SJ-AUTO-REVERSE TO WS-EW-AUTO-REVERSE
           PERFORM ADD-ENTRY-LINE.

       LOAD-STANDING-POSTED.
       *> 当期間に転記済みの定例仕訳番号の読み込み
           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT STANDING-POSTED-FILE
           IF NOT WS-STANDPST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ENTRY-EOF
           PERFORM UNTIL WS-ENTRY-EOF = 'Y'
               READ STANDING-POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-ENTRY-EOF
                   NOT AT END
                       IF WS-SP-PERIOD = WS-POSTING-DATE(1:6)
                           AND WS-SP-COUNT < 500
                           ADD 1 TO WS-SP-COUNT
                           MOVE WS-SP-ENTRY-ID
                               TO WS-SPT-ENTRY-ID(WS-SP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-POSTED-FILE.

       ADD-ENTRY-LINE.
       *> 読み込んだ明細1件の検証と登録（明細の誤りは仕訳番号
       *> 単位の不備として記録し、その仕訳番号は転記しない）
           MOVE SPACES TO WS-EW-REASON
           EVALUATE TRUE
               WHEN WS-EW-ENTRY-ID = SPACES
                   MOVE 'MISSING ENTRY ID' TO WS-EW-REASON
               WHEN WS-EW-DEBIT IS NOT NUMERIC
                   OR WS-EW-CREDIT IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-EW-REASON
               WHEN WS-EW-DEBIT-NUM = 0 AND WS-EW-CREDIT-NUM = 0
                   MOVE 'ZERO AMOUNT LINE' TO WS-EW-REASON
               WHEN WS-EW-DEBIT-NUM > 0 AND WS-EW-CREDIT-NUM > 0
                   MOVE 'BOTH DEBIT AND CREDIT' TO WS-EW-REASON
               WHEN WS-EW-AUTO-REVERSE NOT = 'Y'
                   AND WS-EW-AUTO-REVERSE NOT = 'N'
                   AND WS-EW-AUTO-REVERSE NOT = SPACE
                   MOVE 'INVALID AUTO-REVERSE FLAG' TO WS-EW-REASON
               WHEN OTHER
                   PERFORM CHECK-KEY-MAPPED
                   IF WS-KEY-MAPPED NOT = 'Y'
                       MOVE 'POSTING KEY NOT IN ACCTMAP'
                           TO WS-EW-REASON
                   END-IF
           END-EVALUATE
           IF WS-EW-REASON = 'INVALID AMOUNT'
               MOVE 0 TO WS-EW-DEBIT-NUM
               MOVE 0 TO WS-EW-CREDIT-NUM
           END-IF
           IF WS-EW-AUTO-REVERSE NOT = 'Y'
               MOVE 'N' TO WS-EW-AUTO-REVERSE
           END-IF

           IF WS-JE-COUNT >= 500
               ADD 1 TO WS-ENTRY-OVERFLOW
               MOVE 'TOO MANY LINES' TO WS-EW-REASON
           ELSE
               ADD 1 TO WS-JE-COUNT
               SET WS-JE-IDX TO WS-JE-COUNT
               MOVE WS-EW-SOURCE TO WS-JE-SOURCE(WS-JE-IDX)
               MOVE WS-EW-ENTRY-ID TO WS-JE-ENTRY-ID(WS-JE-IDX)
               MOVE WS-EW-POSTING-KEY
                   TO WS-JE-POSTING-KEY(WS-JE-IDX)
               MOVE WS-EW-COST-CENTER
                   TO WS-JE-COST-CENTER(WS-JE-IDX)
               MOVE WS-EW-DEBIT-NUM TO WS-JE-DEBIT(WS-JE-IDX)
               MOVE WS-EW-CREDIT-NUM TO WS-JE-CREDIT(WS-JE-IDX)
               MOVE WS-EW-AUTO-REVERSE
                   TO WS-JE-AUTO-REVERSE(WS-JE-IDX)
               MOVE 'N' TO WS-JE-VALID(WS-JE-IDX)
           END-IF

           *> 仕訳番号ごとの貸借合計へ加算する
           MOVE 'N' TO WS-JB-FOUND
           IF WS-JB-COUNT > 0
               SET WS-JB-IDX TO 1
               SEARCH WS-JB-ENTRY
                   WHEN WS-JB-IDX > WS-JB-COUNT
                       CONTINUE
                   WHEN WS-JB-SOURCE(WS-JB-IDX) = WS-EW-SOURCE
                       AND WS-JB-ENTRY-ID(WS-JB-IDX) = WS-EW-ENTRY-ID
                       MOVE 'Y' TO WS-JB-FOUND
               END-SEARCH
           END-IF
           IF WS-JB-FOUND NOT = 'Y'
               IF WS-JB-COUNT >= 500
                   ADD 1 TO WS-ENTRY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JB-COUNT
               SET WS-JB-IDX TO WS-JB-COUNT
               MOVE WS-EW-SOURCE TO WS-JB-SOURCE(WS-JB-IDX)
               MOVE WS-EW-ENTRY-ID TO WS-JB-ENTRY-ID(WS-JB-IDX)
               MOVE 0 TO WS-JB-DEBIT(WS-JB-IDX)
               MOVE 0 TO WS-JB-CREDIT(WS-JB-IDX)
               MOVE WS-EW-AUTO-REVERSE
                   TO WS-JB-AUTO-REVERSE(WS-JB-IDX)
               MOVE SPACES TO WS-JB-REASON(WS-JB-IDX)
           END-IF
           ADD WS-EW-DEBIT-NUM TO WS-JB-DEBIT(WS-JB-IDX)
           ADD WS-EW-CREDIT-NUM TO WS-JB-CREDIT(WS-JB-IDX)
           IF WS-JB-REASON(WS-JB-IDX) = SPACES
               IF WS-EW-REASON NOT = SPACES
                   MOVE WS-EW-REASON TO WS-JB-REASON(WS-JB-IDX)
               ELSE
                   IF WS-EW-AUTO-REVERSE
                           NOT = WS-JB-AUTO-REVERSE(WS-JB-IDX)
                       MOVE 'MIXED AUTO-REVERSE FLAGS'
                           TO WS-JB-REASON(WS-JB-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-MAPPED.
       *> 手入力・定例仕訳の転記キーがマッピングに登録済みかどうか
       *> （既定科目への読み替えは行わず、未登録は不備とする）
           MOVE 'N' TO WS-KEY-MAPPED
           IF WS-MAP-COUNT > 0
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-POSTING-KEY(WS-MAP-IDX)
                           = WS-EW-POSTING-KEY
                       MOVE 'Y' TO WS-KEY-MAPPED
               END-SEARCH
           END-IF.

       VALIDATE-ENTRY-BATCHES.
       *> 仕訳番号ごとの貸借一致の検証。不備のある仕訳番号は
       *> JEREJECT.TXTへ出力して監査ログに記録し、それ以外の明細を
       *> 転記対象にする
           IF WS-JB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               IF WS-JB-REASON(WS-JB-IDX) = SPACES
                   AND WS-JB-DEBIT(WS-JB-IDX)
                       NOT = WS-JB-CREDIT(WS-JB-IDX)
                   MOVE 'ENTRY OUT OF BALANCE'
                       TO WS-JB-REASON(WS-JB-IDX)
               END-IF
               IF WS-JB-REASON(WS-JB-IDX) NOT = SPACES
                   ADD 1 TO WS-ENTRY-REJECT-COUNT
               ELSE
                   IF WS-JB-SOURCE(WS-JB-IDX) = 'M'
                       MOVE 'Y' TO WS-MANJE-FOUND
                   ELSE
                       MOVE 'Y' TO WS-STANDJE-FOUND
                   END-IF
               END-IF
           END-PERFORM

           *> 明細の転記可否を仕訳番号の検証結果に合わせる
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
               SET WS-JB-IDX TO 1
               SEARCH WS-JB-ENTRY
                   WHEN WS-JB-IDX > WS-JB-COUNT
                       CONTINUE
                   WHEN WS-JB-SOURCE(WS-JB-IDX)
                           = WS-JE-SOURCE(WS-JE-IDX)
                       AND WS-JB-ENTRY-ID(WS-JB-IDX)
                           = WS-JE-ENTRY-ID(WS-JE-IDX)
                       IF WS-JB-REASON(WS-JB-IDX) = SPACES
                           MOVE 'Y' TO WS-JE-VALID(WS-JE-IDX)
                       END-IF
               END-SEARCH
           END-PERFORM

           IF WS-ENTRY-REJECT-COUNT > 0
               PERFORM WRITE-ENTRY-REJECTS
           END-IF.

       WRITE-ENTRY-REJECTS.
       *> 転記しなかった仕訳番号の一覧と監査ログへの記録
           OPEN OUTPUT ENTRY-REJECT-FILE
           MOVE SPACES TO WS-JEREJ-LINE
           STRING 'JOURNAL ENTRIES NOT POSTED - ' DELIMITED BY SIZE
                  WS-POSTING-DATE DELIMITED BY SIZE
               INTO WS-JEREJ-LINE
           END-STRING
           WRITE WS-JEREJ-LINE
           MOVE SPACES TO WS-JEREJ-LINE
           STRING 'FILE     ENTRY-ID           DEBIT          CREDIT'
                  DELIMITED BY SIZE
                  ' REASON' DELIMITED BY SIZE
               INTO WS-JEREJ-LINE
           END-STRING
           WRITE WS-JEREJ-LINE
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               IF WS-JB-REASON(WS-JB-IDX) NOT = SPACES
                   MOVE SPACES TO WS-JEREJ-LINE
                   IF WS-JB-SOURCE(WS-JB-IDX) = 'M'
                       MOVE 'MANJE' TO WS-JEREJ-LINE(1:8)
                   ELSE
                       MOVE 'STANDJE' TO WS-JEREJ-LINE(1:8)
                   END-IF
                   MOVE WS-JB-ENTRY-ID(WS-JB-IDX)
                       TO WS-JEREJ-LINE(10:8)
                   MOVE WS-JB-DEBIT(WS-JB-IDX) TO WS-JEREJ-AMOUNT
                   MOVE WS-JEREJ-AMOUNT TO WS-JEREJ-LINE(19:15)
                   MOVE WS-JB-CREDIT(WS-JB-IDX) TO WS-JEREJ-AMOUNT
                   MOVE WS-JEREJ-AMOUNT TO WS-JEREJ-LINE(35:15)
                   MOVE WS-JB-REASON(WS-JB-IDX)
                       TO WS-JEREJ-LINE(51:30)
                   WRITE WS-JEREJ-LINE
                   DISPLAY '*** Journal entry '
                       WS-JB-ENTRY-ID(WS-JB-IDX)
                       ' not posted: ' WS-JB-REASON(WS-JB-IDX)
                   MOVE 'VALIDATE-ENTRY-BATCHES'
                       TO WS-AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Entry ' DELIMITED BY SIZE
                          WS-JB-ENTRY-ID(WS-JB-IDX) DELIMITED BY SIZE
                          ' rejected: ' DELIMITED BY SIZE
                          WS-JB-REASON(WS-JB-IDX) DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-PERFORM
           CLOSE ENTRY-REJECT-FILE.

       WRITE-ENTRY-DETAIL.
       *> 手入力・定例仕訳の明細1件分の書き出し（コストセンターの
       *> 指定があればマッピングより優先する）。自動取消指定の
       *> 明細は解決済みの科目・コストセンターで取消用に保存する
           MOVE WS-JE-POSTING-KEY(WS-JE-IDX) TO WS-LOOKUP-KEY
           MOVE WS-JE-COST-CENTER(WS-JE-IDX)
               TO WS-COST-CENTER-OVERRIDE
           MOVE WS-JE-DEBIT(WS-JE-IDX) TO WS-DETAIL-DEBIT
           MOVE WS-JE-CREDIT(WS-JE-IDX) TO WS-DETAIL-CREDIT
           PERFORM WRITE-JOURNAL-DETAIL
           IF WS-JE-AUTO-REVERSE(WS-JE-IDX) = 'Y'
               AND WS-AR-COUNT < 500
               ADD 1 TO WS-AR-COUNT
               SET WS-AR-IDX TO WS-AR-COUNT
               MOVE WS-JR-ACCOUNT TO WS-AR-ACCOUNT(WS-AR-IDX)
               MOVE WS-JR-COST-CENTER TO WS-AR-COST-CENTER(WS-AR-IDX)
               MOVE WS-JR-DEBIT TO WS-AR-DEBIT(WS-AR-IDX)
               MOVE WS-JR-CREDIT TO WS-AR-CREDIT(WS-AR-IDX)
           END-IF.

       RECORD-STANDING-POSTED.
       *> 転記した定例仕訳番号を当期間分として記録する
           OPEN EXTEND STANDING-POSTED-FILE
           IF WS-STANDPST-STATUS NOT = '00'
               OPEN OUTPUT STANDING-POSTED-FILE
           END-IF
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               IF WS-JB-SOURCE(WS-JB-IDX) = 'S'
                   AND WS-JB-REASON(WS-JB-IDX) = SPACES
                   MOVE SPACES TO STANDING-POSTED-RECORD
                   MOVE WS-POSTING-DATE(1:6) TO WS-SP-PERIOD
                   MOVE WS-JB-ENTRY-ID(WS-JB-IDX) TO WS-SP-ENTRY-ID
                   MOVE WS-JOURNAL-FILENAME TO WS-SP-FILENAME
                   WRITE STANDING-POSTED-RECORD
               END-IF
           END-PERFORM
           CLOSE STANDING-POSTED-FILE.

       FIND-NEXT-OPEN-PERIOD.
       *> 転記期間の翌期間以降で最初のオープン期間を求める
       *> （マスタに無い期間はオープン扱い）
           MOVE WS-POSTING-DATE(1:6) TO WS-REVERSAL-PERIOD
           MOVE 'CLOSED' TO WS-PERIOD-STATE
           PERFORM UNTIL WS-PERIOD-STATE NOT = 'CLOSED'
               IF WS-REVERSAL-MONTH = 12
                   ADD 1 TO WS-REVERSAL-YEAR
                   MOVE 1 TO WS-REVERSAL-MONTH
               ELSE
                   ADD 1 TO WS-REVERSAL-MONTH
               END-IF
               MOVE 'OPEN' TO WS-PERIOD-STATE
               PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                       UNTIL WS-AP-IDX > WS-AP-COUNT
                   IF WS-APT-PERIOD(WS-AP-IDX) = WS-REVERSAL-PERIOD
                       MOVE WS-APT-STATUS(WS-AP-IDX)
                           TO WS-PERIOD-STATE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-REVERSAL-DATE
           STRING WS-REVERSAL-PERIOD DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-REVERSAL-DATE
           END-STRING.

       WRITE-AUTO-REVERSE-BATCH.
       *> 自動取消バッチの書き出し。明細は貸借を入れ替え、翌オープン
       *> 期間の初日付とする。ヘッダーは本体と同じ転記日・発生元
       *> AUTOREVとし、GL-LOADERの二重取込判定を日単位で効かせる
           PERFORM FIND-NEXT-OPEN-PERIOD
           MOVE WS-JOURNAL-FILENAME TO WS-MAIN-JOURNAL-FILENAME
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING 'JOURNAL-' DELIMITED BY SIZE
                  WS-POSTING-DATE DELIMITED BY SIZE
                  'V.DAT' DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME
           END-STRING
           MOVE 'AUTOREV' TO WS-HEADER-SOURCE
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL

           OPEN OUTPUT JOURNAL-FILE
           PERFORM WRITE-JOURNAL-HEADER
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'D' TO WS-JR-RECORD-TYPE
               MOVE WS-AR-ACCOUNT(WS-AR-IDX) TO WS-JR-ACCOUNT
               MOVE WS-AR-COST-CENTER(WS-AR-IDX) TO WS-JR-COST-CENTER
               MOVE WS-AR-CREDIT(WS-AR-IDX) TO WS-JR-DEBIT
               MOVE WS-AR-DEBIT(WS-AR-IDX) TO WS-JR-CREDIT
               MOVE 'AUTOREV' TO WS-JR-SOURCE
               MOVE WS-REVERSAL-DATE TO WS-JR-DATE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-AR-CREDIT(WS-AR-IDX) TO WS-DEBIT-TOTAL
               ADD WS-AR-DEBIT(WS-AR-IDX) TO WS-CREDIT-TOTAL
           END-PERFORM
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-FILE

           MOVE WS-JOURNAL-FILENAME TO WS-OBX-FILE-NAME
           MOVE 'CORPGL' TO WS-OBX-PARTNER
           MOVE WS-DETAIL-COUNT TO WS-OBX-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-OBX-HASH
           PERFORM REGISTER-OUTBOX-FILE

           DISPLAY 'Auto-reversal batch written to '
               WS-JOURNAL-FILENAME ' dated ' WS-REVERSAL-DATE
           MOVE 'WRITE-AUTO-REVERSE-BATCH' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Auto-reversal of ' DELIMITED BY SIZE
                  WS-MAIN-JOURNAL-FILENAME DELIMITED BY SPACE
                  ' dated ' DELIMITED BY SIZE
                  WS-REVERSAL-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       REGISTER-OUTBOX-FILE.
       *> 作成済みファイルを送信ゲートウェイの登録取込ファイルへ
       *> 追記する（TRANSMIT-GATEWAYが送信簿へ取り込む）
