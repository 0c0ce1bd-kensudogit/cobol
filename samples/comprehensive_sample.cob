               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 免税証明書ファイル（行順次編成。再販業者・非営利団体
           *> などの顧客ごとの免税証明書を州・有効期間付きで持つ。
           *> 取引日に有効な証明書があれば税率ゼロで課税する）
           SELECT TAX-EXEMPTION-FILE
               ASSIGN TO 'TAXEXEMPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 免税証明書の期限切れ予告レポートファイル
           SELECT EXEMPTION-EXPIRY-FILE
               ASSIGN TO 'TAXCERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品入荷ファイル（行順次編成、在庫補充の指示）
           SELECT PRODUCT-RECEIPTS-FILE
               ASSIGN TO 'PRODRCPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保管場所マスタ（行順次編成。場所コード・名称・州。
           *> ファイル上の並び順を引当の優先順とし、先頭行を既定の
           *> 保管場所とする。ファイルが無い場合は場所別在庫を
           *> 扱わず、従来どおり商品単位の在庫だけを保守する）
           SELECT LOCATION-FILE
               ASSIGN TO 'LOCATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 場所別在庫ファイル（索引編成、商品ID＋場所コードを
           *> キーとする。商品マスタのQUANTITY-ON-HANDは常に
           *> このファイルの全場所の合計と一致させる）
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'STOCKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               STATUS IS STOCK-LOC-STATUS.

           *> 在庫移動（場所間振替）ファイル（行順次編成。商品・
           *> 移動元・移動先・数量。処理後はSTKXFER.DONEへ退避する）
           SELECT STOCK-TRANSFER-FILE
               ASSIGN TO 'STKXFER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 在庫移動却下ファイル（元の行＋却下理由）
           SELECT TRANSFER-REJECT-FILE
               ASSIGN TO 'XFERREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> シリアル管理商品ファイル（行順次編成。出荷時に製造
           *> 番号を記録する商品の商品IDを1行1件で並べる）
           SELECT SERIAL-PRODUCT-FILE
               ASSIGN TO 'SERPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> シリアル番号取込ファイル（行順次編成。取引IDと製造
           *> 番号。売上計上時に登録し、処理後はSERIALIN.DONEへ
           *> 退避する）
           SELECT SERIAL-CAPTURE-FILE
               ASSIGN TO 'SERIALIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> シリアル登録簿（索引編成、製造番号をキーとする。
           *> WARRANTY-CLAIMSが保証請求の照合に使う）
           SELECT SERIAL-REGISTER
               ASSIGN TO 'SERIAL.REG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SERIAL-NO
               STATUS IS SERIAL-REG-STATUS.

           *> シリアル番号却下ファイル（元の行＋却下理由）
           SELECT SERIAL-REJECT-FILE
               ASSIGN TO 'SERIALREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 在庫受払台帳（行順次編成。在庫数量を変える全ての
           *> 取引を1行ずつ追記する。STOCK-LEDGERが照合と商品別
           *> 受払記録の出力に使う）
           SELECT STOCK-LEDGER-FILE
               ASSIGN TO 'STKLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注ファイル（順次編成固定長。発注点割れの商品から
           *> 起票し、入荷の照合・消込に使用する）
           SELECT PURCHASE-ORDER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 仕入先価格表ファイル（商品ごとの発注先仕入先と
           *> 仕入単価。発注起票時の仕入先・発注単価の決定に使う）
           SELECT VENDOR-PRICE-FILE
               ASSIGN TO 'PRODVEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品価格履歴ファイル（行順次編成、発効日付き価格を
           *> 履歴として蓄積する）
           SELECT PRICE-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 販促ファイル（行順次編成。商品または商品カテゴリ単位の
           *> 期間限定販促。同一販促IDの複数行で数量段階を表す）
           SELECT PROMOTION-FILE
               ASSIGN TO 'PROMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 適用価格記録ファイル（取引ごとに正価・契約・販促の
           *> どれを適用したかを記録する。毎回全件を再作成する）
           SELECT PRICE-BASIS-FILE
               ASSIGN TO 'PRICEAPP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 販促効果レポートファイル
           SELECT PROMOTION-REPORT-FILE
               ASSIGN TO 'PROMOEFF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 返品トランザクションファイル（行順次編成。検証後に
           *> 在庫へ戻し、売掛金へクレジットメモを作成する。
           *> 取り込み後はRETURNS.DONEへ退避して二重適用を防ぐ）
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> コミッション台帳ファイル（行順次編成。売上ごとの
           *> コミッション発生と返品による戻しを追記し、PAYROLLが
           *> 販売員＝従業員IDで照合して支給・回収を追記する）
           SELECT COMMISSION-LEDGER-FILE
               ASSIGN TO 'COMMLDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保守処理制御ファイル（顧客マスタの信用限度額変更・
           *> ステータス変更・新規追加、売上トランザクション訂正を
           *> オペレーターが指示するための入力ファイル）
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 承認待ち変更ファイル（信用限度額の引き上げはここへ
           *> 保留し、EMPLOYEEの承認メニューで別のスーパーバイザーが
           *> 承認したものを次回実行で顧客マスタへ反映する）
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO 'PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 変更ジャーナル（EMPLOYEE等の保守プログラムと共有。
           *> 顧客マスタ・商品マスタの1件の変更ごとに変更前後の
           *> イメージを追記する。追記の失敗で保守処理側の
           *> FILE-STATUS判定を乱さないよう状態コードは専用に持つ）
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS JOURNAL-FILE-STATUS.

           *> 他のバッチプログラムと共有する監査ログ
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'AUDIT.LOG'
           *> 最終更新日（YYYYMMDD。追加・更新のたびに押し直し、
           *> マスタ退避の増分判定に使う。旧レコードの空白は
           *> 記録開始前の未更新として扱う）
           05  CUST-PREFERRED-LOCATION PIC X(4).
           *> 優先出荷場所（LOCATION.DATの場所コード。空白=指定
           *> なし。在庫引当はこの場所、同じ州の場所、その他の
           *> 場所の順に行う）
           05  FILLER                PIC X(1).
           05  CUST-PARENT-ID         PIC 9(7).
           *> 親顧客ID（0=親なし。支店等の子顧客が本社等の親顧客を
           *> 指す。退避世代から戻した旧レコードの空白も親なしと
           *> して扱う）
           05  CUST-GROUP-CREDIT-LIMIT PIC 9(8)V99.
           *> グループ与信限度額（親顧客に設定し、自身と配下の子
           *> 顧客すべての取引累計に適用する。0=設定なし）

       *> 商品マスタレコード構造（PRODUCT-TABLEと同一項目）
       FD  PRODUCT-MASTER
           05  RCPT-UNIT-COST         PIC X(7).
           *> 入荷単価（99999V99の暗黙小数を持つ数字列。旧形式の
           *> 入荷行は空白のため原価計上しない）
           05  FILLER                 PIC X(1).
           05  RCPT-LOCATION          PIC X(4).
           *> 入荷した保管場所（空白=既定の保管場所）

       *> 為替レートレコード構造（NON-INTERACTIVE-SAMPLEの
       *> FX-RATE-RECORDと同一）
           05  SC-COUNT-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  SC-COUNTER-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  SC-LOCATION            PIC X(4).
           *> 棚卸した保管場所（空白=商品単位のカウント。旧形式の
           *> カウント行もこの扱いになる）

       FD  STOCK-VARIANCE-FILE
           LABEL RECORDS ARE STANDARD.
           05  SA-ADJUST-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  SA-COUNTER-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  SA-LOCATION            PIC X(4).
           *> 調整した保管場所（場所別在庫を扱わない場合は空白）

       *> 保管場所マスタレコード構造
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCATION-RECORD.
           05  LOC-CODE               PIC X(4).
           05  FILLER                 PIC X(1).
           05  LOC-NAME               PIC X(30).
           05  FILLER                 PIC X(1).
           05  LOC-STATE              PIC X(2).
           *> 保管場所の州コード（顧客の州と照合して最寄りの
           *> 場所を判定する）

       *> 場所別在庫レコード構造（商品ID＋場所コードがキー）
       FD  STOCK-LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STOCK-LOCATION-RECORD.
           05  SL-KEY.
               10  SL-PRODUCT-ID      PIC X(10).
               10  SL-LOCATION        PIC X(4).
           05  SL-QUANTITY            PIC S9(7).
           05  SL-LAST-CHANGED        PIC X(8).
           05  FILLER                 PIC X(11).

       *> 在庫移動レコード構造（商品・移動元・移動先・数量）
       FD  STOCK-TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-TRANSFER-RECORD.
           05  XF-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  XF-FROM-LOCATION       PIC X(4).
           05  FILLER                 PIC X(1).
           05  XF-TO-LOCATION         PIC X(4).
           05  FILLER                 PIC X(1).
           05  XF-QUANTITY            PIC 9(5).

       FD  TRANSFER-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-REJECT-LINE       PIC X(100).

       *> シリアル管理商品レコード構造
       FD  SERIAL-PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERIAL-PRODUCT-RECORD.
           05  SP-PRODUCT-ID          PIC X(10).

       *> シリアル番号取込レコード構造（取引ID・製造番号）
       FD  SERIAL-CAPTURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERIAL-CAPTURE-RECORD.
           05  SI-TRANSACTION-ID      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  SI-SERIAL-NO           PIC X(20).

       *> シリアル登録簿レコード構造（製造番号がキー。販売時の
       *> 取引・顧客・売上日と、保証請求の受付状況）
       FD  SERIAL-REGISTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SERIAL-REGISTER-RECORD.
           05  SR-SERIAL-NO           PIC X(20).
           05  SR-PRODUCT-ID          PIC X(10).
           05  SR-TRANSACTION-ID      PIC 9(8).
           05  SR-CUSTOMER-ID         PIC 9(7).
           05  SR-SALE-DATE           PIC X(8).
           05  SR-CLAIM-COUNT         PIC 9(3).
           *> 受け付けた保証請求の件数（WARRANTY-CLAIMSが更新）
           05  SR-LAST-CLAIM-DATE     PIC X(8).
           05  FILLER                 PIC X(16).

       FD  SERIAL-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERIAL-REJECT-LINE         PIC X(100).

       *> 在庫受払台帳レコード構造（計上日・商品・受払区分・
       *> 数量（出庫はマイナス）・根拠伝票・受払後の在庫残高）
       FD  STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LEDGER-RECORD.
           05  SM-MOVE-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  SM-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  SM-MOVEMENT-TYPE       PIC X(8).
           *> OPENING=開始残高、RECEIPT=入荷、SALE=売上出庫、
           *> RETURN=返品戻入、COUNTADJ=棚卸調整
           05  FILLER                 PIC X(1).
           05  SM-QUANTITY            PIC S9(7)
               SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(1).
           05  SM-REFERENCE           PIC X(12).
           *> 根拠伝票（売上=取引ID、返品=返品ID、入荷=発注番号
           *> （発注の無い入荷はPRODRCPT）、棚卸調整=カウント
           *> 担当者）
           05  FILLER                 PIC X(1).
           05  SM-BALANCE             PIC S9(7)
               SIGN IS LEADING SEPARATE.

       *> 発注レコード構造（発注番号・商品・発注数量・入荷済み
       *> 数量・発注日・入荷予定日・状態（O=未納、C=完納）・
       *> 仕入先・発注単価・入荷日。仕入先と単価は
       *> ACCOUNTS-PAYABLEが仕入先請求書との照合に、発注日と
       *> 入荷日はREORDER-REVIEWが調達リードタイムの算出に使う）
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           05  PO-ORDER-DATE          PIC X(8).
           05  PO-EXPECTED-DATE       PIC X(8).
           05  PO-STATUS              PIC X(1).
           05  PO-VENDOR-ID           PIC 9(6).
           *> 仕入先ID（VENDOR.MASTのキー。ゼロ=仕入先未設定）
           05  PO-UNIT-COST           PIC 9(5)V99.
           *> 発注単価（請求書の単価照合の基準）
           05  PO-RECEIPT-DATE        PIC X(8).
           *> 最終入荷日（YYYYMMDD。入荷照合のたびに押し直すため、
           *> 完納発注では完納となった入荷の日付。空白=未入荷）
           05  FILLER                 PIC X(12).

       FD  OPEN-PO-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-PO-REPORT-LINE        PIC X(132).

       *> 仕入先価格表レコード構造（商品ID・仕入先ID・仕入単価）
       FD  VENDOR-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-PRICE-RECORD.
           05  VP-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  VP-VENDOR-ID           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  VP-UNIT-COST           PIC 9(5)V99.

       *> 商品価格履歴レコード構造（商品ID・発効日・価格）
       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       *> パージした顧客レコードの退避レコード（CUSTOMER-RECORDの複写）
       FD  CUSTOMER-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-ARCHIVE-RECORD    PIC X(180).

       *> 顧客パージ結果レポート行
       FD  PURGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-LIABILITY-LINE         PIC X(132).

       *> 免税証明書レコード構造（顧客・証明書番号・州・発効日・
       *> 有効期限）
       FD  TAX-EXEMPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-EXEMPTION-RECORD.
           05  TE-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  TE-CERTIFICATE-NO      PIC X(15).
           05  FILLER                 PIC X(1).
           05  TE-STATE               PIC X(2).
           05  FILLER                 PIC X(1).
           05  TE-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  TE-EXPIRY-DATE         PIC X(8).

       FD  EXEMPTION-EXPIRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXEMPTION-EXPIRY-LINE      PIC X(132).

       *> 月別売上履歴レコード構造（年・月をキーに集計を保持）
       FD  SALES-HISTORY
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-EXPIRY-LINE       PIC X(132).

       *> 販促レコード構造（販促ID・対象区分（P=商品、C=商品
       *> カテゴリ）・対象値・最低数量・種別（P=販促単価、D=割引率%）
       *> ・値・開始日・終了日）
       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMOTION-RECORD.
           05  PR-PROMO-ID            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PR-SCOPE-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  PR-SCOPE-VALUE         PIC X(20).
           05  FILLER                 PIC X(1).
           05  PR-MIN-QTY             PIC 9(5).
           05  FILLER                 PIC X(1).
           05  PR-PRICE-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  PR-VALUE               PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PR-START-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  PR-END-DATE            PIC X(8).

       *> 適用価格記録レコード構造（取引ID・顧客・商品・数量・
       *> 正価・適用単価・適用根拠（LIST/CONTRACT/PROMO）・販促ID・
       *> 入力単価・取引日）
       FD  PRICE-BASIS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRICE-BASIS-RECORD.
           05  PB-TRANSACTION-ID      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PB-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PB-PRODUCT-CODE        PIC X(10).
           05  FILLER                 PIC X(1).
           05  PB-QUANTITY            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  PB-LIST-PRICE          PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-APPLIED-PRICE       PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-PRICE-BASIS         PIC X(8).
           05  FILLER                 PIC X(1).
           05  PB-PROMO-ID            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PB-KEYED-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-TRANSACTION-DATE    PIC X(8).

       FD  PROMOTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMOTION-REPORT-LINE      PIC X(132).

       *> 返品トランザクションレコード構造（返品ID・顧客・商品・
       *> 数量・金額・返品日・元トランザクションID）
       FD  RETURNS-FILE
           RECORDING MODE IS F.
       01  RETURN-REJECT-LINE         PIC X(120).

       *> コミッション台帳レコード構造（E=売上による発生、C=返品に
       *> よる戻し、P=PAYROLLでの支給、R=PAYROLLでの戻しの回収。
       *> PAYROLLのCOMMISSION-LEDGER-RECORDと同一）
       FD  COMMISSION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMMISSION-LEDGER-RECORD.
           05  CL-SALESPERSON-ID      PIC 9(5).
           *> 販売員ID（従業員ID）
           05  FILLER                 PIC X(1).
           05  CL-ENTRY-TYPE          PIC X(1).
           *> 記録区分（E/C/P/R）
           05  FILLER                 PIC X(1).
           05  CL-TRANS-ID            PIC 9(8).
           *> 売上トランザクションID（P/Rはゼロ）
           05  FILLER                 PIC X(1).
           05  CL-RETURN-ID           PIC 9(8).
           *> 返品ID（Cのみ。他はゼロ）
           05  FILLER                 PIC X(1).
           05  CL-ENTRY-DATE          PIC X(8).
           *> 売上日・返品日・支給日（YYYYMMDD）
           05  FILLER                 PIC X(1).
           05  CL-AMOUNT              PIC 9(7)V99.
           *> コミッション額（現地通貨）
           05  FILLER                 PIC X(1).
           05  CL-PERIOD-ID           PIC X(7).
           *> 支給期間（P/Rのみ。PAYROLLの期間IDまたはFINAL）

       *> 保守処理制御ファイル定義（1行1指示、CONTROL-TYPEで種別を示す）
       FD  MAINTENANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05  MAINT-CONTROL-TYPE    PIC X(10).
           05  MAINT-CONTROL-VALUE   PIC X(60).

       *> 承認待ち変更レコード（EMPLOYEE・PAYROLLと同一レイアウト。
       *> 種別CRLMの変更前・変更後は先頭10桁に9(8)V99の限度額）
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           05  PC-CHANGE-ID           PIC 9(6).
           05  FILLER                 PIC X(1).
           05  PC-CHANGE-TYPE         PIC X(4).
           *> BANK=銀行口座、CRLM=信用限度額
           05  FILLER                 PIC X(1).
           05  PC-ENTITY-ID           PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PC-STATUS              PIC X(1).
           *> P=承認待ち、A=承認済み、C=反映済み、R=却下、E=失効
           05  FILLER                 PIC X(1).
           05  PC-REQUEST-TS          PIC X(14).
           05  FILLER                 PIC X(1).
           05  PC-REQUESTED-BY        PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-DECIDED-TS          PIC X(14).
           05  FILLER                 PIC X(1).
           05  PC-DECIDED-BY          PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-BEFORE-VALUE        PIC X(47).
           05  FILLER                 PIC X(1).
           05  PC-AFTER-VALUE         PIC X(47).

       *> 変更ジャーナルレコード（EMPLOYEE・PERIOD-MAINTと同一
       *> レイアウト。登録は変更前、削除は変更後が空白）
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-TIMESTAMP           PIC X(16).
           *> 記録日時（YYYYMMDDHHMMSS+1/100秒）
           05  FILLER                 PIC X(1).
           05  CJ-PROGRAM-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-FILE-ID             PIC X(8).
           *> CUSTMAST=顧客マスタ、PRODMAST=商品マスタ
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

       *> 他のバッチプログラムと共有する監査ログ
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRANSACTION-STATE      PIC X(2)     VALUE SPACES.
           05  STATE-UNKNOWN-COUNT    PIC 9(5)     VALUE 0.
           *> 州が空白または未登録の取引件数（例外リスト対象）
           05  TAX-EXEMPT-SWITCH      PIC X(1)     VALUE 'N'.
               88  TRANSACTION-TAX-EXEMPT VALUE 'Y'.
           *> 当該取引に有効な免税証明書があるかどうか
           05  APPLIED-CERTIFICATE-NO PIC X(15)    VALUE SPACES.
           05  EXEMPT-TRANSACTION-COUNT PIC 9(5)   VALUE 0.

       01  STATE-TAX-SUMMARY-TABLE.
           *> 州別の課税売上・税額の集計（税務申告レポート用）
               10  SSUM-STATE-CODE    PIC X(2).
               10  SSUM-TAXABLE-SALES PIC 9(9)V99.
               10  SSUM-TAX-AMOUNT    PIC 9(9)V99.
               10  SSUM-EXEMPT-SALES  PIC 9(9)V99.
               *> 免税証明書により税率ゼロとした売上

       01  TAX-EXEMPTION-TABLE.
           *> 免税証明書の照合テーブル（起動時に読み込み）
           05  EXEMPTION-COUNT        PIC 9(3)     VALUE 0.
           05  EXEMPTION-ENTRY OCCURS 1 TO 300 TIMES
                    DEPENDING ON EXEMPTION-COUNT
                    INDEXED BY EXEMPTION-INDEX.
               10  EXM-CUSTOMER-ID    PIC 9(7).
               10  EXM-CERTIFICATE-NO PIC X(15).
               10  EXM-STATE          PIC X(2).
               10  EXM-EFFECTIVE-DATE PIC X(8).
               10  EXM-EXPIRY-DATE    PIC X(8).

       01  EXEMPTION-EXPIRY-CONTROL.
           05  EXEMPTION-EXPIRY-DAYS  PIC 9(3)     VALUE 60.
           *> 更新依頼の対象とする残り日数
           05  EXEMPTION-EXPIRY-CUTOFF PIC 9(8)    VALUE 0.
           05  EXEMPTION-TODAY        PIC 9(8)     VALUE 0.
           05  EXEMPTION-EXPIRING-COUNT PIC 9(3)   VALUE 0.
           05  TOTAL-EXEMPT-SALES     PIC 9(11)V99 VALUE 0.

       01  CUSTOMER-PURGE-CONTROL.
           *> 顧客パージ処理の制御（MAINT.CTLのPURGE指示で起動。
               10  SP-LINE-TRANS-ID   PIC 9(8).
               10  SP-LINE-DATE       PIC X(8).
               10  SP-LINE-AMOUNT     PIC 9(7)V99.
               10  SP-LINE-COMMISSION PIC 9(7)V99.

       01  SALES-TARGET-TABLE.
           *> 販売員目標の照合テーブル（起動時に読み込み）
           05  RESOLVED-PRICE-FOUND   PIC X(1)     VALUE 'N'.
               88  EFFECTIVE-PRICE-FOUND VALUE 'Y'.
           05  RESOLVED-BEST-DATE     PIC X(8).
           *> 正価・契約・販促のうち最も安い価格を採用する
           05  LIST-PRICE             PIC 9(5)V99  VALUE 0.
           05  CANDIDATE-PRICE        PIC 9(5)V99  VALUE 0.
           05  PRICE-BASIS            PIC X(8)     VALUE 'LIST'.
           05  APPLIED-PROMO-ID       PIC X(8)     VALUE SPACES.

       01  FX-RATE-TABLE.
           *> 為替レートの照合テーブル（起動時に読み込み）
           *> 予告対象の終了日上限（YYYYMMDD数値）
           05  CONTRACT-EXPIRING-COUNT PIC 9(3)    VALUE 0.

       01  PROMOTION-TABLE.
           *> 販促の照合テーブル（起動時に読み込み）
           05  PROMO-COUNT            PIC 9(3)     VALUE 0.
           05  PROMO-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON PROMO-COUNT
                    INDEXED BY PROMO-INDEX.
               10  PRM-PROMO-ID       PIC X(8).
               10  PRM-SCOPE-TYPE     PIC X(1).
                   88  PRM-PRODUCT-SCOPE  VALUE 'P'.
                   88  PRM-CATEGORY-SCOPE VALUE 'C'.
               10  PRM-SCOPE-VALUE    PIC X(20).
               10  PRM-MIN-QTY        PIC 9(5).
               10  PRM-PRICE-TYPE     PIC X(1).
               10  PRM-VALUE          PIC 9(5)V99.
               10  PRM-START-DATE     PIC X(8).
               10  PRM-END-DATE       PIC X(8).

       01  PROMOTION-STATS-TABLE.
           *> 販促IDごとの実績（効果レポート用）
           05  PROMO-STAT-COUNT       PIC 9(3)     VALUE 0.
           05  PROMO-STAT-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON PROMO-STAT-COUNT
                    INDEXED BY PROMO-STAT-INDEX.
               10  PST-PROMO-ID       PIC X(8).
               10  PST-START-DATE     PIC X(8).
               10  PST-END-DATE       PIC X(8).
               10  PST-TXN-COUNT      PIC 9(5).
               10  PST-UNITS          PIC 9(7).
               10  PST-REVENUE        PIC 9(9)V99.
               10  PST-DISCOUNT       PIC 9(9)V99.

       01  PROMOTION-CONTROL.
           05  PROMO-PRICED-COUNT     PIC 9(5)     VALUE 0.
           *> 販促価格を適用した取引件数
           05  TXN-PRODUCT-CATEGORY   PIC X(20).
           *> 当該取引の商品カテゴリ（カテゴリ販促の照合用）
           05  PROMO-DISCOUNT-AMOUNT  PIC 9(9)V99  VALUE 0.
           05  PRICE-BASIS-SWITCH     PIC X(1)     VALUE 'N'.
               88  PRICE-BASIS-LOG-OPEN VALUE 'Y'.
           05  PROMO-REPORT-UNITS     PIC Z,ZZZ,ZZ9.
           05  PROMO-REPORT-TXNS      PIC ZZ,ZZ9.
           05  PROMO-REPORT-REVENUE   PIC ZZZ,ZZZ,ZZ9.99.
           05  PROMO-REPORT-DISCOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01  PRICE-VARIANCE-CONTROL.
           *> 価格乖離チェック（入力単価と正価の差が許容率を超えた
           *> トランザクションの報告）
               10  OTX-TRANS-ID       PIC 9(8).
               10  OTX-CUSTOMER-ID    PIC 9(7).

       01  RETURNED-COMMISSION-TABLE.
           *> 当実行で受け付けた返品（コミッション戻しの計算用）
           05  RCM-COUNT              PIC 9(4)     VALUE 0.
           05  RCM-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON RCM-COUNT
                    INDEXED BY RCM-INDEX.
               10  RCM-RETURN-ID      PIC 9(8).
               10  RCM-ORIG-TXN-ID    PIC 9(8).
               10  RCM-DATE           PIC X(8).
               10  RCM-LOCAL-AMOUNT   PIC 9(7)V99.

       01  COMMISSION-LEDGER-TABLE.
           *> コミッション台帳の売上別の発生額と戻し額（発生済み
           *> 売上の二重計上防止と戻し額の上限判定に使う）
           05  CLT-COUNT              PIC 9(5)     VALUE 0.
           05  CLT-ENTRY OCCURS 1 TO 20000 TIMES
                    DEPENDING ON CLT-COUNT
                    INDEXED BY CLT-INDEX.
               10  CLT-TRANS-ID       PIC 9(8).
               10  CLT-SALESPERSON-ID PIC 9(5).
               10  CLT-EARNED         PIC 9(7)V99.
               10  CLT-CLAWED         PIC 9(7)V99.

       01  COMMISSION-LEDGER-CONTROL.
           05  CL-POSTED-EARNED       PIC 9(5)     VALUE 0.
           *> 当実行で追記した発生件数
           05  CL-POSTED-CLAWBACK     PIC 9(5)     VALUE 0.
           *> 当実行で追記した戻し件数
           05  CL-RETURNS-UNMATCHED   PIC 9(5)     VALUE 0.
           *> 台帳に発生の無い売上への返品件数（戻し対象外）
           05  CL-LEDGER-LOADED       PIC X(1)     VALUE 'N'.
           *> 台帳の発生が全件テーブルに収まったかどうか（Y/N。
           *> 収まらない場合は二重計上を防げないため追記しない）
           05  CL-CLAWBACK-AMOUNT     PIC 9(7)V99  VALUE 0.
           05  CL-ENTRY-FOUND         PIC X(1)     VALUE 'N'.

       01  INVENTORY-CONTROL.
           *> 在庫管理用の変数（入荷・マイナス在庫・発注点）
           05  RECEIPTS-BOOKED        PIC 9(5)     VALUE 0.
               88  APPLY-COUNT-APPROVED VALUE 'Y'.
           *> 承認フラグ（MAINT.CTLのAPPLYCOUNT指示でY）
           05  COUNT-AGE-DAYS         PIC S9(5)    VALUE 0.
           05  COUNT-BOOK-QTY         PIC S9(7)    VALUE 0.
           *> 比較対象の帳簿数量（場所指定のカウントはその場所の
           *> 在庫、指定なしは商品単位の在庫）
           05  COUNT-VARIANCE-QTY     PIC S9(7)    VALUE 0.
           05  COUNT-VARIANCE-VALUE   PIC S9(9)V99 VALUE 0.
           05  COUNTS-REPORTED        PIC 9(5)     VALUE 0.
           05  COUNTS-UNKNOWN         PIC 9(5)     VALUE 0.
           05  COUNTS-ADJUSTED        PIC 9(5)     VALUE 0.

       01  LOCATION-TABLE.
           *> 保管場所マスタの内容（並び順=引当の優先順、先頭=既定）
           05  LOC-COUNT              PIC 9(2)     VALUE 0.
           05  LOC-ENTRY OCCURS 1 TO 20 TIMES
                    DEPENDING ON LOC-COUNT
                    INDEXED BY LOC-INDEX.
               10  LOCT-CODE          PIC X(4).
               10  LOCT-NAME          PIC X(30).
               10  LOCT-STATE         PIC X(2).
               10  LOCT-VALUE         PIC S9(13)V99.
               *> 在庫評価レポートの場所別評価額の集計領域

       01  STOCK-LOCATION-TABLE.
           *> 場所別在庫ファイルの内容（起動時に読み込み、入荷・
           *> 返品・棚卸・振替・売上で更新して終了時に書き戻す）
           05  SLT-COUNT              PIC 9(4)     VALUE 0.
           05  SLT-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON SLT-COUNT
                    INDEXED BY SLT-INDEX.
               10  SLT-PRODUCT-ID     PIC X(10).
               10  SLT-LOCATION       PIC X(4).
               10  SLT-QUANTITY       PIC S9(7).
               10  SLT-LAST-CHANGED   PIC X(8).
               10  SLT-NEW-SWITCH     PIC X(1).
                   88  SLT-NEW-ROW    VALUE 'Y'.
               *> Y=ファイル未登録の行（書き戻し時にWRITEする）

       01  STOCK-LOCATION-CONTROL.
           *> 場所別在庫の制御
           05  STOCK-LOC-STATUS       PIC X(2).
               88  STOCK-LOC-OK       VALUE '00'.
               88  STOCK-LOC-EOF      VALUE '10'.
           05  LOCATION-TRACKING-SWITCH PIC X(1)   VALUE 'N'.
               88  LOCATION-TRACKING-ON VALUE 'Y'.
           *> Y=LOCATION.DATがあり場所別在庫を保守する
           05  DEFAULT-LOCATION       PIC X(4)     VALUE SPACES.
           *> 既定の保管場所（LOCATION.DATの先頭行）
           05  STKLOC-PRODUCT-ID      PIC X(10).
           05  STKLOC-LOCATION        PIC X(4).
           05  STKLOC-DELTA           PIC S9(7)    VALUE 0.
           *> 場所別在庫の増減指示（商品・場所・増減数量）
           05  STKLOC-FOUND           PIC X(1).
           05  STKLOC-PREFERRED       PIC X(4).
           05  STKLOC-STATE           PIC X(2).
           *> 売上引き落とし時の顧客の優先場所と州
           05  STKLOC-FIRST-CHOICE    PIC X(4).
           *> 優先順で最初に当たった場所（全場所の在庫が足りない
           *> 場合の不足分はこの場所のマイナス在庫として残す）
           05  STKLOC-REMAINING       PIC S9(7)    VALUE 0.
           05  STKLOC-TAKE            PIC S9(7)    VALUE 0.
           05  STKLOC-SUM             PIC S9(9)    VALUE 0.
           05  STKLOC-PASS            PIC 9(1)     VALUE 0.
           *> 引当の段階（1=優先場所、2=同じ州、3=その他の場所）
           05  STKLOC-SPLIT-SWITCH    PIC X(1)     VALUE 'N'.
           *> N=全量を1場所から取る段階、Y=分割して取る段階
           05  STKLOC-SEED-COUNT      PIC 9(5)     VALUE 0.
           05  STKLOC-RESYNC-COUNT    PIC 9(5)     VALUE 0.
           05  STKLOC-MISMATCH-COUNT  PIC 9(5)     VALUE 0.
           05  TRANSFERS-BOOKED       PIC 9(5)     VALUE 0.
           05  TRANSFERS-REJECTED     PIC 9(5)     VALUE 0.
           05  TRANSFER-REJECT-REASON PIC X(40)    VALUE SPACES.
           05  TRANSFER-FROM-INDEX    PIC 9(4)     VALUE 0.
           05  STKLOC-QTY-DISPLAY     PIC -(7)9.
           05  STKLOC-VALUE           PIC S9(11)V99 VALUE 0.

       01  SERIAL-PRODUCT-TABLE.
           *> シリアル管理商品の一覧（SERPROD.DAT）
           05  SERP-COUNT             PIC 9(3)     VALUE 0.
           05  SERP-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON SERP-COUNT
                    INDEXED BY SERP-INDEX.
               10  SERP-PRODUCT-ID    PIC X(10).

       01  SERIAL-CAPTURE-TABLE.
           *> 当実行のシリアル番号取込（SERIALIN.DAT）と登録結果
           05  SCAP-COUNT             PIC 9(4)     VALUE 0.
           05  SCAP-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON SCAP-COUNT
                    INDEXED BY SCAP-INDEX.
               10  SCAP-TRANSACTION-ID PIC 9(8).
               10  SCAP-SERIAL-NO     PIC X(20).
               10  SCAP-RESULT        PIC X(1).
                   88  SCAP-UNMATCHED VALUE ' '.
                   88  SCAP-REGISTERED VALUE 'R'.
                   88  SCAP-DUPLICATE VALUE 'D'.
                   88  SCAP-NOT-SERIAL VALUE 'N'.
                   88  SCAP-EXCESS    VALUE 'X'.

       01  SERIAL-CONTROL.
           05  SERIAL-REG-STATUS      PIC X(2).
               88  SERIAL-REG-OK      VALUE '00'.
           05  SERIAL-REG-OPEN-SWITCH PIC X(1)     VALUE 'N'.
               88  SERIAL-REG-OPEN    VALUE 'Y'.
           05  SERIAL-PRODUCT-SWITCH  PIC X(1)     VALUE 'N'.
               88  SERIAL-PRODUCT     VALUE 'Y'.
           05  SERIALS-FOR-TXN        PIC 9(5)     VALUE 0.
           05  SERIALS-REGISTERED     PIC 9(5)     VALUE 0.
           05  SERIALS-REJECTED       PIC 9(5)     VALUE 0.
           05  SERIALS-SHORT-COUNT    PIC 9(5)     VALUE 0.
           *> 製造番号の数が販売数量に満たない取引の件数
           05  SERIAL-REJECT-REASON   PIC X(40)    VALUE SPACES.

       *> 在庫受払台帳の書き込み制御（受払1件分の区分・数量・
       *> 根拠伝票をセットしてWRITE-STOCK-MOVEMENTを呼ぶ）
       01  STOCK-LEDGER-CONTROL.
           05  STOCK-LEDGER-SWITCH    PIC X(1)     VALUE 'N'.
               88  STOCK-LEDGER-OPEN  VALUE 'Y'.
           05  STKMOV-TYPE            PIC X(8).
           05  STKMOV-QUANTITY        PIC S9(7)    VALUE 0.
           05  STKMOV-REFERENCE       PIC X(12).
           05  STOCK-MOVEMENTS-WRITTEN PIC 9(7)    VALUE 0.

       01  PURCHASE-ORDER-TABLE.
           *> 発注ファイルの内容（起票・入荷照合・書き戻し用）
           05  PO-COUNT               PIC 9(3)     VALUE 0.
               10  POT-STATUS         PIC X(1).
                   88  POT-OPEN       VALUE 'O'.
                   88  POT-CLOSED     VALUE 'C'.
               10  POT-VENDOR-ID      PIC 9(6).
               10  POT-UNIT-COST      PIC 9(5)V99.
               10  POT-RECEIPT-DATE   PIC X(8).

       01  VENDOR-PRICE-TABLE.
           *> 商品別の発注先仕入先と仕入単価（起動時に読み込み）
           05  VP-COUNT               PIC 9(3)     VALUE 0.
           05  VP-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON VP-COUNT
                    INDEXED BY VP-INDEX.
               10  VPT-PRODUCT-ID     PIC X(10).
               10  VPT-VENDOR-ID      PIC 9(6).
               10  VPT-UNIT-COST      PIC 9(5)V99.

       01  PURCHASE-ORDER-CONTROL.
           05  PO-NEXT-NUMBER         PIC 9(8)     VALUE 10000001.
               10  PO-SWAP-ORDER-DATE PIC X(8).
               10  PO-SWAP-EXPECTED-DATE PIC X(8).
               10  PO-SWAP-STATUS     PIC X(1).
               10  PO-SWAP-VENDOR-ID  PIC 9(6).
               10  PO-SWAP-UNIT-COST  PIC 9(5)V99.
               10  PO-SWAP-RECEIPT-DATE PIC X(8).

       01  PRODUCT-TABLE.
           05  PRODUCT-COUNT           PIC 9(3)     VALUE 5.
               10  REORDER-POINT       PIC 9(5).
               10  AVG-UNIT-COST       PIC 9(5)V99.
               10  LAST-CHANGED-DATE   PIC X(8).

       *> 読み込み時点の商品マスタのレコードイメージ（保存時に
       *> 商品表と突き合わせ、変わった商品だけを変更ジャーナルへ
       *> 記録する）
       01  PRODUCT-ORIGINAL-TABLE.
           05  PROD-ORIG-COUNT         PIC 9(3)     VALUE 0.
           05  PROD-ORIG-IMAGE         PIC X(197)
                   OCCURS 100 TIMES
                   INDEXED BY PROD-ORIG-INDEX.
           05  PROD-ORIG-SWITCH        PIC X(1)     VALUE 'N'.
               88  PROD-ORIG-FOUND         VALUE 'Y'.

       *> 変更ジャーナルの作業領域
       01  JOURNAL-CONTROL.
           05  JRN-CORRELATION-ID      PIC X(24)    VALUE SPACES.
           *> この実行の相関ID（最初の記録時に採番）
           05  JRN-SEQUENCE            PIC 9(5)     VALUE 0.
           05  JRN-ACTION              PIC X(1).
           *> A=登録、C=更新、D=削除
           05  JRN-FILE-ID             PIC X(8).
           05  JRN-KEY                 PIC X(20).
           05  JRN-IMAGE-LENGTH        PIC 9(3).
           05  JRN-TIMESTAMP           PIC X(14).
           05  JRN-BEFORE-IMAGE        PIC X(200).
           *> READ直後に退避した変更前イメージ
           05  JRN-AFTER-IMAGE         PIC X(200).

       *> ================================================================
       *> 顧客マスタ保守処理用の変数
       *> ================================================================

       *> 承認待ち変更テーブル（PENDCHG.DATは順編成のため、保守
       *> 処理の開始時に読み込み、更新があれば終了時に全件書き戻す）
       01  PENDING-CHANGE-TABLE.
           05  PEND-COUNT              PIC 9(3)     VALUE 0.
           05  PEND-ENTRY OCCURS 500 TIMES
                    INDEXED BY PEND-INDEX.
               10  PEND-CHANGE-ID      PIC 9(6).
               10  FILLER              PIC X(1).
               10  PEND-CHANGE-TYPE    PIC X(4).
               10  FILLER              PIC X(1).
               10  PEND-ENTITY-ID      PIC 9(7).
               10  FILLER              PIC X(1).
               10  PEND-STATUS         PIC X(1).
               10  FILLER              PIC X(1).
               10  PEND-REQUEST-TS     PIC X(14).
               10  FILLER              PIC X(1).
               10  PEND-REQUESTED-BY   PIC X(8).
               10  FILLER              PIC X(1).
               10  PEND-DECIDED-TS     PIC X(14).
               10  FILLER              PIC X(1).
               10  PEND-DECIDED-BY     PIC X(8).
               10  FILLER              PIC X(1).
               10  PEND-BEFORE-VALUE   PIC X(47).
               10  FILLER              PIC X(1).
               10  PEND-AFTER-VALUE    PIC X(47).

       01  PENDING-CHANGE-CONTROL.
           05  PEND-EXPIRY-DAYS        PIC 9(3)     VALUE 7.
           *> 承認待ちの有効日数（EMPLOYEEと同じ。超えたら失効）
           05  PEND-RETAIN-DAYS        PIC 9(3)     VALUE 90.
           *> 決着済みレコードの保持日数（EMPLOYEEと同じ）
           05  PEND-NEXT-ID            PIC 9(6)     VALUE 1.
           05  PEND-EXPIRED-COUNT      PIC 9(3)     VALUE 0.
           05  PEND-TABLE-SWITCH       PIC X(1)     VALUE 'N'.
               88  PEND-TABLE-CHANGED  VALUE 'Y'.
           05  PEND-FOUND-SWITCH       PIC X(1)     VALUE 'N'.
               88  PEND-ALREADY-WAITING VALUE 'Y'.
           05  PEND-TODAY-NUM          PIC 9(8).
           05  PEND-DATE-X             PIC X(8).
           05  PEND-DATE-NUM           PIC 9(8).
           05  PEND-AGE-DAYS           PIC S9(7).
           05  PEND-LIMIT-X            PIC X(10).
           05  PEND-LIMIT-N REDEFINES PEND-LIMIT-X PIC 9(8)V99.

       *> MAINT-CREDITLIM-ENTRY等の値はすべてMAINTENANCE-CONTROL-FILE
       *> （MAINT.CTL）から読み込む。該当する指示行が無ければそれぞれの
       *> REQUESTEDスイッチがN（未指示）のままなので、既存顧客の更新・
       *> 新規追加・売上訂正のいずれも実行されない（安全側のデフォルト）。
       01  CUSTOMER-MAINTENANCE-CONTROL.
           05  MAINT-UPDATE-SWITCH     PIC X(1)     VALUE 'N'.
               88  MAINT-UPDATE-REQUESTED VALUE 'Y'.
           05  MAINT-CREDITLIM-COUNT   PIC 9(3)     VALUE 0.
           05  MAINT-CREDITLIM-ENTRY OCCURS 200 TIMES
                    INDEXED BY MAINT-CREDITLIM-INDEX.
               10  MAINT-UPDATE-ID     PIC 9(7).
               10  MAINT-NEW-CREDIT-LIMIT PIC 9(8)V99.
               10  MAINT-REQUESTED-BY  PIC X(8).
           *> 信用限度額の変更指示（MAINT.CTLのCREDITLIM指示、記載順
           *> に適用する。与信見直しの承認分もこの指示で反映する。
           *> 引き上げは承認待ち変更として保留し、承認後に反映する）
           05  MAINT-STATUS-CHANGE-ID  PIC 9(7)     VALUE 0.
           05  MAINT-NEW-STATUS        PIC X(1)     VALUE SPACES.
           05  MAINT-STATUS-CHANGE-SWITCH PIC X(1)  VALUE 'N'.
               88  MAINT-NEW-CUSTOMER-REQUESTED VALUE 'Y'.
           05  DUPLICATE-CUSTOMER-SWITCH PIC X(1)   VALUE 'N'.
               88  DUPLICATE-CUSTOMER-FOUND VALUE 'Y'.
           05  MAINT-PREFLOC-ID        PIC 9(7)     VALUE 0.
           05  MAINT-NEW-PREFLOC       PIC X(4)     VALUE SPACES.
           05  MAINT-PREFLOC-SWITCH    PIC X(1)     VALUE 'N'.
               88  MAINT-PREFLOC-REQUESTED VALUE 'Y'.
           *> 優先出荷場所の変更指示（MAINT.CTLのPREFLOC指示）
           05  MAINT-GROUPLIM-ID       PIC 9(7)     VALUE 0.
           05  MAINT-NEW-GROUP-LIMIT   PIC 9(8)V99  VALUE 0.
           05  MAINT-GROUPLIM-SWITCH   PIC X(1)     VALUE 'N'.
               88  MAINT-GROUPLIM-REQUESTED VALUE 'Y'.
           *> グループ与信限度額の変更指示（MAINT.CTLのGROUPLIM指示）
           05  MAINT-PARENT-COUNT      PIC 9(3)     VALUE 0.
           05  MAINT-PARENT-ENTRY OCCURS 50 TIMES
                    INDEXED BY MAINT-PARENT-INDEX.
               10  MAINT-PARENT-CHILD-ID PIC 9(7).
               10  MAINT-PARENT-NEW-ID  PIC 9(7).
           *> 親顧客の付け替え指示（MAINT.CTLのPARENT指示、記載順に
           *> 適用する。親ID 0で親子関係を解除する）

       *> 親子関係の循環チェック用（新しい親から上位へ親顧客を
       *> たどり、子顧客自身に行き着けば循環として拒否する）
       01  HIERARCHY-CHECK-CONTROL.
           05  HIER-WALK-ID            PIC 9(7)     VALUE 0.
           05  HIER-DEPTH              PIC 9(2)     VALUE 0.
           05  HIER-MAX-DEPTH          PIC 9(2)     VALUE 20.
           *> 階層の上限段数（これを超える連鎖は登録しない）
           05  HIER-RESULT             PIC X(1)     VALUE 'Y'.
               88  HIER-LINK-OK        VALUE 'Y'.
               88  HIER-LINK-LOOP      VALUE 'L'.
               88  HIER-PARENT-MISSING VALUE 'M'.
               88  HIER-TOO-DEEP       VALUE 'D'.
           05  HIER-WALK-SWITCH        PIC X(1)     VALUE 'N'.
               88  HIER-WALK-DONE      VALUE 'Y'.

       *> ================================================================
       *> 売上トランザクション訂正処理用の変数（相対編成の直接アクセス）
               *> 当バッチ内で受け付けた取引額の累計（与信枠消費額）
               10  CUST-OVER-LIMIT-AMOUNT PIC 9(9)V99.
               *> 限度額超過の最大額（0=超過なし）
               10  CUST-VALID-PREF-LOCATION PIC X(4).
               *> 優先出荷場所（売上の在庫引き落とし場所の決定用）
               10  CUST-VALID-PARENT-ID PIC 9(7).
               *> 親顧客ID（0=親なし）
               10  CUST-VALID-PARENT-ROW PIC 9(3).
               *> 親顧客の表内の行番号（0=親なし、または親が表に無い）
               10  CUST-VALID-TOP-ROW   PIC 9(3).
               *> 最上位の親顧客の行番号（親なしは自身の行）
               10  CUST-VALID-GROUP-LIMIT PIC 9(8)V99.
               *> グループ与信限度額（0=設定なし）
               10  CUST-GROUP-EXPOSURE  PIC 9(9)V99.
               *> 自身と配下の子顧客の取引額累計（グループ与信枠消費額）
               10  CUST-GROUP-OVER-AMOUNT PIC 9(9)V99.
               *> グループ限度額超過の最大額（0=超過なし）

       *> 親子顧客のグループ与信・グループ明細書用の作業項目
       01  CUSTOMER-GROUP-CONTROL.
           05  GROUP-ROW               PIC 9(3)     VALUE 0.
           05  GROUP-MEMBER-ROW        PIC 9(3)     VALUE 0.
           05  GROUP-DEPTH             PIC 9(2)     VALUE 0.
           05  GROUP-MAX-DEPTH         PIC 9(2)     VALUE 20.
           *> 親顧客をたどる上限段数（マスタの循環データへの保険）
           05  GROUP-REJECT-ROW        PIC 9(3)     VALUE 0.
           *> グループ限度額で拒否した親顧客の行番号
           05  GROUP-OVER-LIMIT-COUNT  PIC 9(5)     VALUE 0.
           *> グループ与信限度額超過で拒否した取引の件数
           05  GROUP-LINKED-COUNT      PIC 9(5)     VALUE 0.
           *> 親顧客を持つ顧客の件数（0ならグループ処理は省略）
           05  GROUP-MEMBER-COUNT      PIC 9(3)     VALUE 0.
           05  GROUP-TOTAL-PURCHASES   PIC 9(9)V99  VALUE 0.
           05  GROUP-TOTAL-TXNS        PIC 9(6)     VALUE 0.
           05  GROUP-MEMBER-PURCHASES  PIC 9(8)V99  VALUE 0.
           05  GROUP-MEMBER-TXNS       PIC 9(5)     VALUE 0.

       01  TRANSACTION-VALIDATION-SWITCHES.
           05  TRANSACTION-VALID-SWITCH PIC X(1) VALUE 'Y'.
       *> 当実行の完了コード（0=正常、4=拒否トランザクションあり）

       01  OUTBOX-FILE-STATUS         PIC X(2).
       01  JOURNAL-FILE-STATUS        PIC X(2).
           88  JOURNAL-FILE-OK            VALUE '00'.
       *> OUTBOXADD.DAT入出力の状態コード
       01  OUTBOX-REGISTRATION.
       *> 送信ゲートウェイへの登録1件分（ファイル名・送信先・
           PERFORM CORRECT-SALES-TRANSACTION

           PERFORM PROCESS-SALES-TRANSACTIONS

           PERFORM POST-COMMISSION-LEDGER
           
           PERFORM GENERATE-STATISTICS
           

           PERFORM GENERATE-CONTRACT-EXPIRY-REPORT

           PERFORM GENERATE-EXEMPTION-EXPIRY-REPORT

           PERFORM GENERATE-PROMOTION-REPORT

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'Comprehensive sample processing completed'
           *> 商品マスタファイルから商品テーブルを読み込む
           PERFORM LOAD-PRODUCT-MASTER

           *> 保管場所と場所別在庫を読み込む
           PERFORM LOAD-STOCK-LOCATIONS

           *> 在庫受払台帳を開く（以降の在庫増減を全て記録する）
           PERFORM OPEN-STOCK-LEDGER

           *> 発注ファイルを読み込む（入荷照合用）
           PERFORM LOAD-PURCHASE-ORDERS

           *> 仕入先価格表を読み込む（発注起票用）
           PERFORM LOAD-VENDOR-PRICES

           *> 入荷ファイルから在庫補充を計上する
           PERFORM PROCESS-PRODUCT-RECEIPTS

           *> 場所間の在庫振替を計上する
           PERFORM PROCESS-STOCK-TRANSFERS

           *> 発効日付き価格履歴を読み込む
           PERFORM LOAD-PRICE-HISTORY

           *> 顧客契約価格を読み込む
           PERFORM LOAD-CONTRACT-PRICES

           *> 免税証明書を読み込む
           PERFORM LOAD-TAX-EXEMPTIONS

           *> 販促（数量段階・期間限定価格）を読み込む
           PERFORM LOAD-PROMOTIONS

           *> 販売員目標を読み込む
           PERFORM LOAD-SALES-TARGETS

           END-IF.

       ACCUMULATE-STATE-TAX.
           *> 州別の課税売上・税額を集計表へ加算する（免税取引は
           *> 課税売上ではなく免税売上として別に集計する）
           SET STATE-SUM-INDEX TO 1
           SEARCH STATE-SUM-ENTRY
               AT END
                       SET STATE-SUM-INDEX TO STATE-SUM-COUNT
                       MOVE TRANSACTION-STATE TO
                           SSUM-STATE-CODE(STATE-SUM-INDEX)
                       MOVE 0 TO
                           SSUM-TAXABLE-SALES(STATE-SUM-INDEX)
                       MOVE 0 TO
                           SSUM-TAX-AMOUNT(STATE-SUM-INDEX)
                       MOVE 0 TO
                           SSUM-EXEMPT-SALES(STATE-SUM-INDEX)
                       PERFORM ADD-TO-STATE-SUMMARY
                   END-IF
               WHEN SSUM-STATE-CODE(STATE-SUM-INDEX)
                       = TRANSACTION-STATE
                   PERFORM ADD-TO-STATE-SUMMARY
           END-SEARCH.

       ADD-TO-STATE-SUMMARY.
           *> 位置付け済みの州別集計行へ当該取引を加算する
           IF TRANSACTION-TAX-EXEMPT
               ADD TXN-LOCAL-AMOUNT TO
                   SSUM-EXEMPT-SALES(STATE-SUM-INDEX)
               ADD TXN-LOCAL-AMOUNT TO TOTAL-EXEMPT-SALES
           ELSE
               ADD TXN-LOCAL-AMOUNT TO
                   SSUM-TAXABLE-SALES(STATE-SUM-INDEX)
               ADD CALCULATED-TAX TO
                   SSUM-TAX-AMOUNT(STATE-SUM-INDEX)
           END-IF.

       LOAD-TAX-EXEMPTIONS.
           *> 免税証明書ファイルを照合テーブルへ読み込む
           OPEN INPUT TAX-EXEMPTION-FILE
           IF FILE-STATUS-OK
               MOVE 0 TO EXEMPTION-COUNT
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ TAX-EXEMPTION-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF EXEMPTION-COUNT < 300
                               ADD 1 TO EXEMPTION-COUNT
                               SET EXEMPTION-INDEX
                                   TO EXEMPTION-COUNT
                               MOVE TE-CUSTOMER-ID TO
                                   EXM-CUSTOMER-ID(EXEMPTION-INDEX)
                               MOVE TE-CERTIFICATE-NO TO
                                 EXM-CERTIFICATE-NO(EXEMPTION-INDEX)
                               MOVE TE-STATE TO
                                   EXM-STATE(EXEMPTION-INDEX)
                               MOVE TE-EFFECTIVE-DATE TO
                                 EXM-EFFECTIVE-DATE(EXEMPTION-INDEX)
                               MOVE TE-EXPIRY-DATE TO
                                   EXM-EXPIRY-DATE(EXEMPTION-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-EXEMPTION-FILE
               MOVE 'N' TO EOF-FLAG
               DISPLAY 'Tax exemption certificates loaded: '
                   EXEMPTION-COUNT
           ELSE
               DISPLAY 'No tax exemption file - all customers '
                   'taxed'
           END-IF.

       CHECK-TAX-EXEMPTION.
           *> 取引顧客の取引州について取引日に有効な免税証明書が
           *> あれば、適用税率をゼロにして証明書番号を記録する
           MOVE 'N' TO TAX-EXEMPT-SWITCH
           MOVE SPACES TO APPLIED-CERTIFICATE-NO
           PERFORM VARYING EXEMPTION-INDEX FROM 1 BY 1
                   UNTIL EXEMPTION-INDEX > EXEMPTION-COUNT
                      OR TRANSACTION-TAX-EXEMPT
               IF EXM-CUSTOMER-ID(EXEMPTION-INDEX)
                       = CUSTOMER-ID OF SALES-RECORD
                   AND EXM-STATE(EXEMPTION-INDEX)
                       = TRANSACTION-STATE
                   AND EXM-EFFECTIVE-DATE(EXEMPTION-INDEX)
                       <= TRANSACTION-DATE
                   AND EXM-EXPIRY-DATE(EXEMPTION-INDEX)
                       >= TRANSACTION-DATE
                   MOVE 'Y' TO TAX-EXEMPT-SWITCH
                   MOVE EXM-CERTIFICATE-NO(EXEMPTION-INDEX)
                       TO APPLIED-CERTIFICATE-NO
               END-IF
           END-PERFORM
           IF TRANSACTION-TAX-EXEMPT
               MOVE 0 TO APPLICABLE-STATE-RATE
               ADD 1 TO EXEMPT-TRANSACTION-COUNT
           END-IF.

       GENERATE-EXEMPTION-EXPIRY-REPORT.
           *> 有効期限が本日から60日以内の免税証明書を一覧する
           *> （期限後は課税に戻るため、更新版の回収に使う）
           IF EXEMPTION-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO EXEMPTION-TODAY
           COMPUTE EXEMPTION-EXPIRY-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(EXEMPTION-TODAY)
                   + EXEMPTION-EXPIRY-DAYS)

           OPEN OUTPUT EXEMPTION-EXPIRY-FILE
           MOVE SPACES TO EXEMPTION-EXPIRY-LINE
           STRING 'TAX EXEMPTION CERTIFICATES EXPIRING WITHIN '
                      DELIMITED BY SIZE
                  EXEMPTION-EXPIRY-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO EXEMPTION-EXPIRY-LINE
           END-STRING
           WRITE EXEMPTION-EXPIRY-LINE

           MOVE 0 TO EXEMPTION-EXPIRING-COUNT
           PERFORM VARYING EXEMPTION-INDEX FROM 1 BY 1
                   UNTIL EXEMPTION-INDEX > EXEMPTION-COUNT
               IF EXM-EXPIRY-DATE(EXEMPTION-INDEX) IS NUMERIC
                   AND FUNCTION NUMVAL(
                       EXM-EXPIRY-DATE(EXEMPTION-INDEX))
                       >= EXEMPTION-TODAY
                   AND FUNCTION NUMVAL(
                       EXM-EXPIRY-DATE(EXEMPTION-INDEX))
                       <= EXEMPTION-EXPIRY-CUTOFF
                   ADD 1 TO EXEMPTION-EXPIRING-COUNT
                   MOVE SPACES TO EXEMPTION-EXPIRY-LINE
                   STRING 'Customer ' DELIMITED BY SIZE
                          EXM-CUSTOMER-ID(EXEMPTION-INDEX)
                              DELIMITED BY SIZE
                          ' certificate ' DELIMITED BY SIZE
                          EXM-CERTIFICATE-NO(EXEMPTION-INDEX)
                              DELIMITED BY SIZE
                          ' state ' DELIMITED BY SIZE
                          EXM-STATE(EXEMPTION-INDEX)
                              DELIMITED BY SIZE
                          ' expires ' DELIMITED BY SIZE
                          EXM-EXPIRY-DATE(EXEMPTION-INDEX)
                              DELIMITED BY SIZE
                       INTO EXEMPTION-EXPIRY-LINE
                   END-STRING
                   WRITE EXEMPTION-EXPIRY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO EXEMPTION-EXPIRY-LINE
           STRING 'Expiring certificate(s): ' DELIMITED BY SIZE
                  EXEMPTION-EXPIRING-COUNT DELIMITED BY SIZE
               INTO EXEMPTION-EXPIRY-LINE
           END-STRING
           WRITE EXEMPTION-EXPIRY-LINE
           CLOSE EXEMPTION-EXPIRY-FILE

           DISPLAY 'Exemption expiry report written to '
               'TAXCERT.TXT (' EXEMPTION-EXPIRING-COUNT
               ' expiring)'.

       GENERATE-TAX-LIABILITY-REPORT.
           *> 州別税額集計レポートの出力（州ごとの課税売上と税額）
           DISPLAY 'Generating tax liability report...'
                      ' Tax: ' DELIMITED BY SIZE
                      SSUM-TAX-AMOUNT(STATE-SUM-INDEX)
                          DELIMITED BY SIZE
                      ' Exempt Sales: ' DELIMITED BY SIZE
                      SSUM-EXEMPT-SALES(STATE-SUM-INDEX)
                          DELIMITED BY SIZE
                   INTO TAX-LIABILITY-LINE
               END-STRING
               WRITE TAX-LIABILITY-LINE
           END-STRING
           WRITE TAX-LIABILITY-LINE

           MOVE SPACES TO TAX-LIABILITY-LINE
           STRING 'Exempt sales (certificate on file): '
                  DELIMITED BY SIZE
                  TOTAL-EXEMPT-SALES DELIMITED BY SIZE
                  ' in ' DELIMITED BY SIZE
                  EXEMPT-TRANSACTION-COUNT DELIMITED BY SIZE
                  ' transaction(s)' DELIMITED BY SIZE
               INTO TAX-LIABILITY-LINE
           END-STRING
           WRITE TAX-LIABILITY-LINE

           CLOSE TAX-LIABILITY-FILE
           DISPLAY 'Tax liability report written to TAXLIAB.TXT'.

                               ADD 1 TO PRODUCT-COUNT
                               SET PRODUCT-INDEX TO PRODUCT-COUNT
                               PERFORM STORE-PRODUCT-MASTER-ENTRY
                               MOVE PRODUCT-COUNT TO PROD-ORIG-COUNT
                               MOVE PRODUCT-MASTER-RECORD
                                   TO PROD-ORIG-IMAGE(PRODUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   WRITE CUSTOMER-ARCHIVE-RECORD
                   CLOSE CUSTOMER-ARCHIVE-FILE

                   MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'Unable to delete from master'
                               TO PURGE-REFUSAL-REASON
                       NOT INVALID KEY
                           MOVE 'D' TO JRN-ACTION
                           PERFORM JOURNAL-CUSTOMER-CHANGE
                   END-DELETE
           END-READ
           CLOSE CUSTOMER-MASTER.
                           TO RESOLVED-PRICE
                       MOVE 'Y' TO RESOLVED-PRICE-FOUND
               END-SEARCH
           END-IF

           MOVE RESOLVED-PRICE TO LIST-PRICE
           MOVE 'LIST' TO PRICE-BASIS
           MOVE SPACES TO APPLIED-PROMO-ID.

       LOAD-CONTRACT-PRICES.
           *> 契約価格ファイルを照合テーブルへ読み込む
           END-IF.

       RESOLVE-CONTRACT-PRICE.
           *> 取引日に有効な契約があれば、契約単価（P）または正価
           *> からの割引後価格（D）を求め、解決済みの価格より安い
           *> 場合に置き換える。価格乖離チェックは採用された期待
           *> 価格に対して行われる
           PERFORM VARYING CONTRACT-INDEX FROM 1 BY 1
                   UNTIL CONTRACT-INDEX > CONTRACT-COUNT
               IF CNT-CUSTOMER-ID(CONTRACT-INDEX)
                       >= TRANSACTION-DATE
                   IF CNT-PRICE-TYPE(CONTRACT-INDEX) = 'P'
                       MOVE CNT-VALUE(CONTRACT-INDEX)
                           TO CANDIDATE-PRICE
                   ELSE
                       COMPUTE CANDIDATE-PRICE ROUNDED =
                           LIST-PRICE
                           * (100 - CNT-VALUE(CONTRACT-INDEX))
                           / 100
                   END-IF
                   IF NOT EFFECTIVE-PRICE-FOUND
                       OR CANDIDATE-PRICE < RESOLVED-PRICE
                       MOVE CANDIDATE-PRICE TO RESOLVED-PRICE
                       MOVE 'Y' TO RESOLVED-PRICE-FOUND
                       MOVE 'CONTRACT' TO PRICE-BASIS
                   END-IF
               END-IF
           END-PERFORM

           IF PRICE-BASIS = 'CONTRACT'
               ADD 1 TO CONTRACT-PRICED-COUNT
           END-IF.

       LOAD-PROMOTIONS.
           *> 販促ファイルを照合テーブルへ読み込み、販促IDごとの
           *> 実績集計枠（期間は全行の最早開始日～最遅終了日）を作る
           OPEN INPUT PROMOTION-FILE
           IF FILE-STATUS-OK
               MOVE 0 TO PROMO-COUNT
               MOVE 0 TO PROMO-STAT-COUNT
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ PROMOTION-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PROMO-COUNT < 200
                               ADD 1 TO PROMO-COUNT
                               SET PROMO-INDEX TO PROMO-COUNT
                               MOVE PR-PROMO-ID TO
                                   PRM-PROMO-ID(PROMO-INDEX)
                               MOVE PR-SCOPE-TYPE TO
                                   PRM-SCOPE-TYPE(PROMO-INDEX)
                               MOVE PR-SCOPE-VALUE TO
                                   PRM-SCOPE-VALUE(PROMO-INDEX)
                               MOVE PR-MIN-QTY TO
                                   PRM-MIN-QTY(PROMO-INDEX)
                               MOVE PR-PRICE-TYPE TO
                                   PRM-PRICE-TYPE(PROMO-INDEX)
                               MOVE PR-VALUE TO
                                   PRM-VALUE(PROMO-INDEX)
                               MOVE PR-START-DATE TO
                                   PRM-START-DATE(PROMO-INDEX)
                               MOVE PR-END-DATE TO
                                   PRM-END-DATE(PROMO-INDEX)
                               PERFORM REGISTER-PROMOTION-STAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
               MOVE 'N' TO EOF-FLAG
               DISPLAY 'Promotions loaded: ' PROMO-STAT-COUNT
                   ' promotion(s), ' PROMO-COUNT ' price break(s)'
           ELSE
               DISPLAY 'No promotion file - no promotional '
                   'pricing applied'
           END-IF.

       REGISTER-PROMOTION-STAT.
           *> 販促IDの実績集計枠を検索し、無ければ追加する
           SET PROMO-STAT-INDEX TO 1
           SEARCH PROMO-STAT-ENTRY
               AT END
                   IF PROMO-STAT-COUNT < 200
                       ADD 1 TO PROMO-STAT-COUNT
                       SET PROMO-STAT-INDEX TO PROMO-STAT-COUNT
                       MOVE PR-PROMO-ID TO
                           PST-PROMO-ID(PROMO-STAT-INDEX)
                       MOVE PR-START-DATE TO
                           PST-START-DATE(PROMO-STAT-INDEX)
                       MOVE PR-END-DATE TO
                           PST-END-DATE(PROMO-STAT-INDEX)
                       MOVE 0 TO PST-TXN-COUNT(PROMO-STAT-INDEX)
                       MOVE 0 TO PST-UNITS(PROMO-STAT-INDEX)
                       MOVE 0 TO PST-REVENUE(PROMO-STAT-INDEX)
                       MOVE 0 TO PST-DISCOUNT(PROMO-STAT-INDEX)
                   END-IF
               WHEN PST-PROMO-ID(PROMO-STAT-INDEX) = PR-PROMO-ID
                   IF PR-START-DATE
                           < PST-START-DATE(PROMO-STAT-INDEX)
                       MOVE PR-START-DATE TO
                           PST-START-DATE(PROMO-STAT-INDEX)
                   END-IF
                   IF PR-END-DATE > PST-END-DATE(PROMO-STAT-INDEX)
                       MOVE PR-END-DATE TO
                           PST-END-DATE(PROMO-STAT-INDEX)
                   END-IF
           END-SEARCH.

       RESOLVE-PROMOTION-PRICE.
           *> 取引日に有効で最低数量を満たす販促（商品指定または
           *> 商品カテゴリ指定）の価格を求め、解決済みの価格より
           *> 安い場合に置き換える。割引率は正価に対して適用する
           IF PROMO-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TXN-PRODUCT-CATEGORY
           SET PRODUCT-INDEX TO 1
           SEARCH PRODUCT-DATA
               WHEN PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
                       = PRODUCT-CODE
                   MOVE PRODUCT-CATEGORY OF
                           PRODUCT-DATA(PRODUCT-INDEX)
                       TO TXN-PRODUCT-CATEGORY
           END-SEARCH

           PERFORM VARYING PROMO-INDEX FROM 1 BY 1
                   UNTIL PROMO-INDEX > PROMO-COUNT
               IF ((PRM-PRODUCT-SCOPE(PROMO-INDEX)
                       AND PRM-SCOPE-VALUE(PROMO-INDEX)
                           = PRODUCT-CODE)
                   OR (PRM-CATEGORY-SCOPE(PROMO-INDEX)
                       AND TXN-PRODUCT-CATEGORY NOT = SPACES
                       AND PRM-SCOPE-VALUE(PROMO-INDEX)
                           = TXN-PRODUCT-CATEGORY))
                   AND PRM-START-DATE(PROMO-INDEX)
                       <= TRANSACTION-DATE
                   AND PRM-END-DATE(PROMO-INDEX)
                       >= TRANSACTION-DATE
                   AND QUANTITY >= PRM-MIN-QTY(PROMO-INDEX)
                   AND (PRM-PRICE-TYPE(PROMO-INDEX) = 'P'
                       OR LIST-PRICE > 0)
                   IF PRM-PRICE-TYPE(PROMO-INDEX) = 'P'
                       MOVE PRM-VALUE(PROMO-INDEX)
                           TO CANDIDATE-PRICE
                   ELSE
                       COMPUTE CANDIDATE-PRICE ROUNDED =
                           LIST-PRICE
                           * (100 - PRM-VALUE(PROMO-INDEX))
                           / 100
                   END-IF
                   IF NOT EFFECTIVE-PRICE-FOUND
                       OR CANDIDATE-PRICE < RESOLVED-PRICE
                       MOVE CANDIDATE-PRICE TO RESOLVED-PRICE
                       MOVE 'Y' TO RESOLVED-PRICE-FOUND
                       MOVE 'PROMO' TO PRICE-BASIS
                       MOVE PRM-PROMO-ID(PROMO-INDEX)
                           TO APPLIED-PROMO-ID
                   END-IF
               END-IF
           END-PERFORM

           IF PRICE-BASIS = 'PROMO'
               ADD 1 TO PROMO-PRICED-COUNT
           END-IF.

       RECORD-PRICE-BASIS.
           *> 取引ごとの適用価格と根拠を記録し、販促が適用された
           *> 取引は販促IDごとの数量・売上・値引額へ加算する
           IF PRICE-BASIS-LOG-OPEN
               MOVE SPACES TO PRICE-BASIS-RECORD
               MOVE TRANSACTION-ID TO PB-TRANSACTION-ID
               MOVE CUSTOMER-ID OF SALES-RECORD TO PB-CUSTOMER-ID
               MOVE PRODUCT-CODE TO PB-PRODUCT-CODE
               MOVE QUANTITY TO PB-QUANTITY
               MOVE LIST-PRICE TO PB-LIST-PRICE
               MOVE RESOLVED-PRICE TO PB-APPLIED-PRICE
               MOVE PRICE-BASIS TO PB-PRICE-BASIS
               MOVE APPLIED-PROMO-ID TO PB-PROMO-ID
               MOVE UNIT-PRICE TO PB-KEYED-PRICE
               MOVE TRANSACTION-DATE TO PB-TRANSACTION-DATE
               WRITE PRICE-BASIS-RECORD
           END-IF

           IF PRICE-BASIS = 'PROMO'
               SET PROMO-STAT-INDEX TO 1
               SEARCH PROMO-STAT-ENTRY
                   WHEN PST-PROMO-ID(PROMO-STAT-INDEX)
                           = APPLIED-PROMO-ID
                       ADD 1 TO PST-TXN-COUNT(PROMO-STAT-INDEX)
                       ADD QUANTITY TO PST-UNITS(PROMO-STAT-INDEX)
                       ADD TXN-LOCAL-AMOUNT
                           TO PST-REVENUE(PROMO-STAT-INDEX)
                       IF LIST-PRICE > RESOLVED-PRICE
                           COMPUTE PROMO-DISCOUNT-AMOUNT =
                               (LIST-PRICE - RESOLVED-PRICE)
                               * QUANTITY
                           ADD PROMO-DISCOUNT-AMOUNT
                               TO PST-DISCOUNT(PROMO-STAT-INDEX)
                       END-IF
               END-SEARCH
           END-IF.

       GENERATE-PROMOTION-REPORT.
           *> 販促効果レポート（販促IDごとの期間・適用取引件数・
           *> 販売数量・売上・正価からの値引額。実績の無い販促も
           *> 一覧する）
           IF PROMO-STAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROMOTION-REPORT-FILE
           MOVE 'PROMOTION EFFECTIVENESS REPORT'
               TO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'PROMO ID  START     END          TXNS'
                      DELIMITED BY SIZE
                  '      UNITS         REVENUE        DISCOUNT'
                      DELIMITED BY SIZE
               INTO PROMOTION-REPORT-LINE
           END-STRING
           WRITE PROMOTION-REPORT-LINE

           PERFORM VARYING PROMO-STAT-INDEX FROM 1 BY 1
                   UNTIL PROMO-STAT-INDEX > PROMO-STAT-COUNT
               MOVE PST-TXN-COUNT(PROMO-STAT-INDEX)
                   TO PROMO-REPORT-TXNS
               MOVE PST-UNITS(PROMO-STAT-INDEX)
                   TO PROMO-REPORT-UNITS
               MOVE PST-REVENUE(PROMO-STAT-INDEX)
                   TO PROMO-REPORT-REVENUE
               MOVE PST-DISCOUNT(PROMO-STAT-INDEX)
                   TO PROMO-REPORT-DISCOUNT
               MOVE SPACES TO PROMOTION-REPORT-LINE
               STRING PST-PROMO-ID(PROMO-STAT-INDEX)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PST-START-DATE(PROMO-STAT-INDEX)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PST-END-DATE(PROMO-STAT-INDEX)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PROMO-REPORT-TXNS DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PROMO-REPORT-UNITS DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PROMO-REPORT-REVENUE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PROMO-REPORT-DISCOUNT DELIMITED BY SIZE
                   INTO PROMOTION-REPORT-LINE
               END-STRING
               WRITE PROMOTION-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'Promotion-priced transaction(s): '
                      DELIMITED BY SIZE
                  PROMO-PRICED-COUNT DELIMITED BY SIZE
               INTO PROMOTION-REPORT-LINE
           END-STRING
           WRITE PROMOTION-REPORT-LINE
           CLOSE PROMOTION-REPORT-FILE

           DISPLAY 'Promotion effectiveness report written to '
               'PROMOEFF.TXT'.

       GENERATE-CONTRACT-EXPIRY-REPORT.
           *> 期限切れが近い契約の予告レポート（終了日が本日から
           *> 30日以内の契約を一覧する）
           IF CONTRACT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE CONTRACT-EXPIRY-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(
                           FUNCTION CURRENT-DATE(1:8)))
                   + CONTRACT-EXPIRY-DAYS)

           OPEN OUTPUT CONTRACT-EXPIRY-FILE
           MOVE SPACES TO CONTRACT-EXPIRY-LINE
           STRING 'CONTRACT AGREEMENTS EXPIRING WITHIN '
                      DELIMITED BY SIZE
                  CONTRACT-EXPIRY-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO CONTRACT-EXPIRY-LINE
           END-STRING
           WRITE CONTRACT-EXPIRY-LINE

           MOVE 0 TO CONTRACT-EXPIRING-COUNT
           PERFORM VARYING CONTRACT-INDEX FROM 1 BY 1
                   PERFORM UPDATE-MOVING-AVERAGE-COST
                   ADD RCPT-QUANTITY TO QUANTITY-ON-HAND
                       OF PRODUCT-DATA(PRODUCT-INDEX)
                   MOVE RCPT-PRODUCT-ID TO STKLOC-PRODUCT-ID
                   MOVE RCPT-LOCATION TO STKLOC-LOCATION
                   MOVE RCPT-QUANTITY TO STKLOC-DELTA
                   PERFORM ADJUST-LOCATION-STOCK
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LAST-CHANGED-DATE
                       OF PRODUCT-DATA(PRODUCT-INDEX)
                   ADD 1 TO RECEIPTS-BOOKED
                   MOVE 'PRODRCPT' TO STKMOV-REFERENCE
                   PERFORM MATCH-RECEIPT-TO-PO
                   MOVE 'RECEIPT' TO STKMOV-TYPE
                   MOVE RCPT-QUANTITY TO STKMOV-QUANTITY
                   PERFORM WRITE-STOCK-MOVEMENT
           END-SEARCH.

       UPDATE-MOVING-AVERAGE-COST.
                               TO POT-EXPECTED-DATE(PO-INDEX)
                           MOVE PO-STATUS
                               TO POT-STATUS(PO-INDEX)
                           MOVE PO-VENDOR-ID
                               TO POT-VENDOR-ID(PO-INDEX)
                           MOVE PO-UNIT-COST
                               TO POT-UNIT-COST(PO-INDEX)
                           MOVE PO-RECEIPT-DATE
                               TO POT-RECEIPT-DATE(PO-INDEX)
                           IF PO-NUMBER >= PO-NEXT-NUMBER
                               COMPUTE PO-NEXT-NUMBER =
                                   PO-NUMBER + 1
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Purchase orders loaded: ' PO-COUNT.

       LOAD-VENDOR-PRICES.
           *> 仕入先価格表を照合テーブルへ読み込む（無い場合は
           *> 仕入先未設定・移動平均単価で発注を起票する）
           MOVE 0 TO VP-COUNT
           OPEN INPUT VENDOR-PRICE-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No vendor price list - POs will be raised '
                   'without a vendor'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ VENDOR-PRICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF VP-COUNT < 100
                           AND VP-VENDOR-ID IS NUMERIC
                           ADD 1 TO VP-COUNT
                           SET VP-INDEX TO VP-COUNT
                           MOVE VP-PRODUCT-ID
                               TO VPT-PRODUCT-ID(VP-INDEX)
                           MOVE VP-VENDOR-ID
                               TO VPT-VENDOR-ID(VP-INDEX)
                           MOVE VP-UNIT-COST
                               TO VPT-UNIT-COST(VP-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-PRICE-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Vendor prices loaded: ' VP-COUNT.

       MATCH-RECEIPT-TO-PO.
           *> 入荷1件分を商品の未納発注へ充当する（発注が無い入荷と
           *> 過納は例外として報告する。不足納品は発注が未納のまま
                   AND POT-PRODUCT-ID(PO-INDEX)
                       = RCPT-PRODUCT-ID
                   MOVE 'Y' TO PO-MATCH-FOUND
                   MOVE POT-NUMBER(PO-INDEX) TO STKMOV-REFERENCE
                   ADD RCPT-QUANTITY
                       TO POT-RECEIVED-QTY(PO-INDEX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO POT-RECEIPT-DATE(PO-INDEX)
                   IF POT-RECEIVED-QTY(PO-INDEX)
                           > POT-ORDER-QTY(PO-INDEX)
                       ADD 1 TO PO-OVER-COUNT
               TO POT-ORDER-DATE(PO-INDEX)
           MOVE PO-EXPECTED-WORK TO POT-EXPECTED-DATE(PO-INDEX)
           MOVE 'O' TO POT-STATUS(PO-INDEX)
           MOVE SPACES TO POT-RECEIPT-DATE(PO-INDEX)

           *> 発注先と発注単価は仕入先価格表から決める（価格表に
           *> 無い商品は仕入先未設定・移動平均単価で起票し、
           *> 請求書照合時に請求元の仕入先を受け入れる）
           MOVE 0 TO POT-VENDOR-ID(PO-INDEX)
           MOVE AVG-UNIT-COST OF PRODUCT-DATA(PRODUCT-INDEX)
               TO POT-UNIT-COST(PO-INDEX)
           PERFORM VARYING VP-INDEX FROM 1 BY 1
                   UNTIL VP-INDEX > VP-COUNT
               IF VPT-PRODUCT-ID(VP-INDEX)
                       = POT-PRODUCT-ID(PO-INDEX)
                   MOVE VPT-VENDOR-ID(VP-INDEX)
                       TO POT-VENDOR-ID(PO-INDEX)
                   MOVE VPT-UNIT-COST(VP-INDEX)
                       TO POT-UNIT-COST(PO-INDEX)
               END-IF
           END-PERFORM

           ADD 1 TO PO-RAISED-COUNT
           DISPLAY 'PO raised: ' POT-NUMBER(PO-INDEX)
               ' product ' POT-PRODUCT-ID(PO-INDEX)
               ' qty ' POT-ORDER-QTY(PO-INDEX)
               ' vendor ' POT-VENDOR-ID(PO-INDEX).

       SAVE-PURCHASE-ORDERS.
           *> 発注テーブルをファイルへ全件書き戻す
           OPEN OUTPUT PURCHASE-ORDER-FILE
           PERFORM VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT
               MOVE SPACES TO PURCHASE-ORDER-RECORD
               MOVE POT-NUMBER(PO-INDEX) TO PO-NUMBER
               MOVE POT-PRODUCT-ID(PO-INDEX) TO PO-PRODUCT-ID
               MOVE POT-ORDER-QTY(PO-INDEX) TO PO-ORDER-QTY
               MOVE POT-EXPECTED-DATE(PO-INDEX)
                   TO PO-EXPECTED-DATE
               MOVE POT-STATUS(PO-INDEX) TO PO-STATUS
               MOVE POT-VENDOR-ID(PO-INDEX) TO PO-VENDOR-ID
               MOVE POT-UNIT-COST(PO-INDEX) TO PO-UNIT-COST
               MOVE POT-RECEIPT-DATE(PO-INDEX) TO PO-RECEIPT-DATE
               WRITE PURCHASE-ORDER-RECORD
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
                          ' ' DELIMITED BY SIZE
                          POT-PRODUCT-ID(PO-INDEX)
                              DELIMITED BY SIZE
                          ' vendor ' DELIMITED BY SIZE
                          POT-VENDOR-ID(PO-INDEX)
                              DELIMITED BY SIZE
                          ' ordered ' DELIMITED BY SIZE
                          POT-ORDER-QTY(PO-INDEX)
                              DELIMITED BY SIZE

       REPORT-ONE-COUNT-VARIANCE.
           *> 帳簿と実棚の差異を評価額付きで報告し、承認があれば
           *> 在庫を実棚へ合わせる。場所指定のカウントはその場所の
           *> 在庫と比較して差分を場所と商品の両方へ反映し、指定の
           *> 無いカウントは商品単位で比較して差分を既定の場所へ
           *> 反映する
           MOVE SC-PRODUCT-ID TO STKLOC-PRODUCT-ID
           IF LOCATION-TRACKING-ON
               AND SC-LOCATION NOT = SPACES
               MOVE SC-LOCATION TO STKLOC-LOCATION
               PERFORM CHECK-LOCATION-CODE
               IF STKLOC-FOUND NOT = 'Y'
                   ADD 1 TO COUNTS-UNKNOWN
                   MOVE SPACES TO STOCK-VARIANCE-LINE
                   STRING 'UNKNOWN LOCATION: ' DELIMITED BY SIZE
                          SC-PRODUCT-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SC-LOCATION DELIMITED BY SIZE
                       INTO STOCK-VARIANCE-LINE
                   END-STRING
                   WRITE STOCK-VARIANCE-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-LOCATION-ROW
               IF STKLOC-FOUND = 'Y'
                   MOVE SLT-QUANTITY(SLT-INDEX) TO COUNT-BOOK-QTY
               ELSE
                   MOVE 0 TO COUNT-BOOK-QTY
               END-IF
           ELSE
               MOVE QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
                   TO COUNT-BOOK-QTY
               MOVE SPACES TO STKLOC-LOCATION
           END-IF

           ADD 1 TO COUNTS-REPORTED
           COMPUTE COUNT-VARIANCE-QTY =
               SC-COUNTED-QTY - COUNT-BOOK-QTY
           COMPUTE COUNT-VARIANCE-VALUE =
               COUNT-VARIANCE-QTY
               * PRODUCT-PRICE OF PRODUCT-DATA(PRODUCT-INDEX)

           MOVE SPACES TO STOCK-VARIANCE-LINE
           STRING SC-PRODUCT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-LOCATION DELIMITED BY SIZE
                  ' book ' DELIMITED BY SIZE
                  COUNT-BOOK-QTY DELIMITED BY SIZE
                  ' counted ' DELIMITED BY SIZE
                  SC-COUNTED-QTY DELIMITED BY SIZE
                  ' variance ' DELIMITED BY SIZE
               AND COUNT-VARIANCE-QTY NOT = 0
               MOVE SPACES TO STOCK-ADJUST-RECORD
               MOVE SC-PRODUCT-ID TO SA-PRODUCT-ID
               MOVE COUNT-BOOK-QTY TO SA-OLD-QTY
               MOVE SC-COUNTED-QTY TO SA-NEW-QTY
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO SA-ADJUST-DATE
               MOVE SC-COUNTER-ID TO SA-COUNTER-ID

               ADD COUNT-VARIANCE-QTY TO QUANTITY-ON-HAND
                   OF PRODUCT-DATA(PRODUCT-INDEX)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO LAST-CHANGED-DATE
                   OF PRODUCT-DATA(PRODUCT-INDEX)
               MOVE COUNT-VARIANCE-QTY TO STKLOC-DELTA
               PERFORM ADJUST-LOCATION-STOCK
               MOVE 'COUNTADJ' TO STKMOV-TYPE
               MOVE COUNT-VARIANCE-QTY TO STKMOV-QUANTITY
               MOVE SC-COUNTER-ID TO STKMOV-REFERENCE
               PERFORM WRITE-STOCK-MOVEMENT
               IF LOCATION-TRACKING-ON
                   MOVE STKLOC-LOCATION TO SA-LOCATION
               END-IF
               WRITE STOCK-ADJUST-RECORD
               ADD 1 TO COUNTS-ADJUSTED

               MOVE 'REPORT-ONE-COUNT-VARIANCE'
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Stock adjusted: ' DELIMITED BY SIZE
                      SC-PRODUCT-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SA-LOCATION DELIMITED BY SIZE
                      ' by ' DELIMITED BY SIZE
                      SC-COUNTER-ID DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
                           PRODUCT-DATA(PRODUCT-INDEX)
                       ' reorder point '
                       REORDER-POINT OF PRODUCT-DATA(PRODUCT-INDEX)
                   MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
                       TO STKLOC-PRODUCT-ID
                   PERFORM DISPLAY-LOCATION-BREAKDOWN
                   PERFORM RAISE-PURCHASE-ORDER
               END-IF
           END-PERFORM
           DISPLAY '--- End of Reorder Report ---'.

       *> ================================================================
       *> シリアル番号の登録（売上計上時の製造番号の記録）
       *> ================================================================

       LOAD-SERIAL-CAPTURE.
           *> シリアル管理商品の一覧と当実行のシリアル番号取込を
           *> 読み込み、取込がある場合はシリアル登録簿を開く
           MOVE 0 TO SERP-COUNT
           OPEN INPUT SERIAL-PRODUCT-FILE
           IF FILE-STATUS-OK
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ SERIAL-PRODUCT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SP-PRODUCT-ID NOT = SPACES
                               AND SERP-COUNT < 100
                               ADD 1 TO SERP-COUNT
                               MOVE SP-PRODUCT-ID
                                   TO SERP-PRODUCT-ID(SERP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIAL-PRODUCT-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF

           MOVE 0 TO SCAP-COUNT
           OPEN INPUT SERIAL-CAPTURE-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SERIAL-CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SCAP-COUNT < 2000
                           ADD 1 TO SCAP-COUNT
                           SET SCAP-INDEX TO SCAP-COUNT
                           MOVE SI-TRANSACTION-ID
                               TO SCAP-TRANSACTION-ID(SCAP-INDEX)
                           MOVE SI-SERIAL-NO
                               TO SCAP-SERIAL-NO(SCAP-INDEX)
                           MOVE SPACE TO SCAP-RESULT(SCAP-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERIAL-CAPTURE-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Serial numbers to register: ' SCAP-COUNT

           *> 索引編成は初回のI-Oオープンでファイルが作られない
           *> ため、未存在の場合はOUTPUTで空の登録簿を先に作る
           OPEN INPUT SERIAL-REGISTER
           IF SERIAL-REG-OK
               CLOSE SERIAL-REGISTER
           ELSE
               OPEN OUTPUT SERIAL-REGISTER
               CLOSE SERIAL-REGISTER
           END-IF
           OPEN I-O SERIAL-REGISTER
           IF SERIAL-REG-OK
               MOVE 'Y' TO SERIAL-REG-OPEN-SWITCH
           ELSE
               DISPLAY 'Serial register not available (status '
                   SERIAL-REG-STATUS ') - serials not registered'
           END-IF.

       REGISTER-SALE-SERIALS.
           *> 計上した売上の取引IDに対応する製造番号を登録簿へ
           *> 書き込む（製造番号は販売数量までを登録し、超える分と
           *> 登録済みの番号は却下する）
           IF SCAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SERIAL-PRODUCT-SWITCH
           IF SERP-COUNT > 0
               SET SERP-INDEX TO 1
               SEARCH SERP-ENTRY
                   AT END
                       MOVE 'N' TO SERIAL-PRODUCT-SWITCH
                   WHEN SERP-PRODUCT-ID(SERP-INDEX) = PRODUCT-CODE
                       MOVE 'Y' TO SERIAL-PRODUCT-SWITCH
               END-SEARCH
           END-IF

           MOVE 0 TO SERIALS-FOR-TXN
           PERFORM VARYING SCAP-INDEX FROM 1 BY 1
                   UNTIL SCAP-INDEX > SCAP-COUNT
               IF SCAP-TRANSACTION-ID(SCAP-INDEX)
                       = TRANSACTION-ID OF SALES-RECORD
                   AND SCAP-UNMATCHED(SCAP-INDEX)
                   PERFORM REGISTER-ONE-SERIAL
               END-IF
           END-PERFORM

           IF SERIALS-FOR-TXN > 0
               AND SERIALS-FOR-TXN < QUANTITY
               ADD 1 TO SERIALS-SHORT-COUNT
               DISPLAY '*** Serial numbers short for transaction '
                   TRANSACTION-ID OF SALES-RECORD ': '
                   SERIALS-FOR-TXN ' of ' QUANTITY
           END-IF.

       REGISTER-ONE-SERIAL.
           *> 製造番号1件分の登録
           IF NOT SERIAL-PRODUCT
               MOVE 'N' TO SCAP-RESULT(SCAP-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF SERIALS-FOR-TXN >= QUANTITY
               MOVE 'X' TO SCAP-RESULT(SCAP-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF NOT SERIAL-REG-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SERIAL-REGISTER-RECORD
           MOVE SCAP-SERIAL-NO(SCAP-INDEX) TO SR-SERIAL-NO
           MOVE PRODUCT-CODE TO SR-PRODUCT-ID
           MOVE TRANSACTION-ID OF SALES-RECORD TO SR-TRANSACTION-ID
           MOVE CUSTOMER-ID OF SALES-RECORD TO SR-CUSTOMER-ID
           MOVE TRANSACTION-DATE TO SR-SALE-DATE
           MOVE 0 TO SR-CLAIM-COUNT
           WRITE SERIAL-REGISTER-RECORD
               INVALID KEY
                   MOVE 'D' TO SCAP-RESULT(SCAP-INDEX)
               NOT INVALID KEY
                   MOVE 'R' TO SCAP-RESULT(SCAP-INDEX)
                   ADD 1 TO SERIALS-FOR-TXN
                   ADD 1 TO SERIALS-REGISTERED
           END-WRITE.

       FINISH-SERIAL-CAPTURE.
           *> 登録できなかった製造番号を理由付きでSERIALREJ.DATへ
           *> 出力し、取込ファイルを退避する
           IF SCAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF SERIAL-REG-OPEN
               CLOSE SERIAL-REGISTER
               MOVE 'N' TO SERIAL-REG-OPEN-SWITCH
           ELSE
               *> 登録簿が使えない場合は取込を退避せず次回に回す
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SERIAL-REJECT-FILE
           PERFORM VARYING SCAP-INDEX FROM 1 BY 1
                   UNTIL SCAP-INDEX > SCAP-COUNT
               IF NOT SCAP-REGISTERED(SCAP-INDEX)
                   EVALUATE TRUE
                       WHEN SCAP-DUPLICATE(SCAP-INDEX)
                           MOVE 'Serial already registered'
                               TO SERIAL-REJECT-REASON
                       WHEN SCAP-NOT-SERIAL(SCAP-INDEX)
                           MOVE 'Product is not serialised'
                               TO SERIAL-REJECT-REASON
                       WHEN SCAP-EXCESS(SCAP-INDEX)
                           MOVE 'More serials than quantity sold'
                               TO SERIAL-REJECT-REASON
                       WHEN OTHER
                           MOVE 'No posted sale for transaction'
                               TO SERIAL-REJECT-REASON
                   END-EVALUATE
                   ADD 1 TO SERIALS-REJECTED
                   MOVE SPACES TO SERIAL-REJECT-LINE
                   STRING SCAP-TRANSACTION-ID(SCAP-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SCAP-SERIAL-NO(SCAP-INDEX)
                              DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          SERIAL-REJECT-REASON DELIMITED BY SIZE
                       INTO SERIAL-REJECT-LINE
                   END-STRING
                   WRITE SERIAL-REJECT-LINE
               END-IF
           END-PERFORM
           CLOSE SERIAL-REJECT-FILE

           MOVE 'mv SERIALIN.DAT SERIALIN.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           DISPLAY 'Serial numbers registered: ' SERIALS-REGISTERED
               ' rejected: ' SERIALS-REJECTED
           MOVE 'FINISH-SERIAL-CAPTURE' TO AUDIT-PARAGRAPH-ID
           IF SERIALS-REJECTED > 0 OR SERIALS-SHORT-COUNT > 0
               MOVE 'F' TO AUDIT-OUTCOME
           ELSE
               MOVE 'S' TO AUDIT-OUTCOME
           END-IF
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Serials registered ' DELIMITED BY SIZE
                  SERIALS-REGISTERED DELIMITED BY SIZE
                  ' rejected ' DELIMITED BY SIZE
                  SERIALS-REJECTED DELIMITED BY SIZE
                  ' short txns ' DELIMITED BY SIZE
                  SERIALS-SHORT-COUNT DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       *> ================================================================
       *> 場所別在庫の読み込み・更新・振替・書き戻し
       *> ================================================================

       LOAD-STOCK-LOCATIONS.
           *> 保管場所マスタと場所別在庫を読み込み、商品マスタの
           *> 在庫数量と突き合わせる。LOCATION.DATが無ければ場所別
           *> 在庫は扱わない（従来どおり商品単位の在庫のみ）
           MOVE 0 TO LOC-COUNT
           OPEN INPUT LOCATION-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No location file - stock held at product '
                   'level only'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ LOCATION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LOC-CODE NOT = SPACES
                           AND LOC-COUNT < 20
                           ADD 1 TO LOC-COUNT
                           SET LOC-INDEX TO LOC-COUNT
                           MOVE LOC-CODE TO LOCT-CODE(LOC-INDEX)
                           MOVE LOC-NAME TO LOCT-NAME(LOC-INDEX)
                           MOVE LOC-STATE TO LOCT-STATE(LOC-INDEX)
                           MOVE 0 TO LOCT-VALUE(LOC-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCATION-FILE
           MOVE 'N' TO EOF-FLAG
           IF LOC-COUNT = 0
               DISPLAY 'Location file is empty - stock held at '
                   'product level only'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LOCATION-TRACKING-SWITCH
           MOVE LOCT-CODE(1) TO DEFAULT-LOCATION

           MOVE 0 TO SLT-COUNT
           OPEN INPUT STOCK-LOCATION-FILE
           IF STOCK-LOC-OK
               MOVE LOW-VALUES TO SL-KEY
               START STOCK-LOCATION-FILE KEY IS NOT LESS THAN SL-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-REACHED
                   READ STOCK-LOCATION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SLT-COUNT < 2000
                               ADD 1 TO SLT-COUNT
                               SET SLT-INDEX TO SLT-COUNT
                               MOVE SL-PRODUCT-ID
                                   TO SLT-PRODUCT-ID(SLT-INDEX)
                               MOVE SL-LOCATION
                                   TO SLT-LOCATION(SLT-INDEX)
                               MOVE SL-QUANTITY
                                   TO SLT-QUANTITY(SLT-INDEX)
                               MOVE SL-LAST-CHANGED
                                   TO SLT-LAST-CHANGED(SLT-INDEX)
                               MOVE 'N' TO SLT-NEW-SWITCH(SLT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOCATION-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           DISPLAY 'Locations loaded: ' LOC-COUNT
               ' location stock rows: ' SLT-COUNT

           *> 場所別在庫の無い商品（導入直後・新商品）は商品単位の
           *> 在庫全量を既定の場所へ計上し、合計が商品マスタと
           *> 食い違う商品は差分を既定の場所で調整する（他の
           *> プログラムが商品単位で在庫を変えた場合の追随）
           MOVE 0 TO STKLOC-SEED-COUNT
           MOVE 0 TO STKLOC-RESYNC-COUNT
           PERFORM VARYING PRODUCT-INDEX FROM 1 BY 1
                   UNTIL PRODUCT-INDEX > PRODUCT-COUNT
               PERFORM SYNC-PRODUCT-LOCATIONS
           END-PERFORM
           IF STKLOC-SEED-COUNT > 0
               MOVE 'LOAD-STOCK-LOCATIONS' TO AUDIT-PARAGRAPH-ID
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Location stock seeded for ' DELIMITED BY SIZE
                      STKLOC-SEED-COUNT DELIMITED BY SIZE
                      ' products at ' DELIMITED BY SIZE
                      DEFAULT-LOCATION DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF
           IF STKLOC-RESYNC-COUNT > 0
               MOVE 'LOAD-STOCK-LOCATIONS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Location stock out of step for '
                          DELIMITED BY SIZE
                      STKLOC-RESYNC-COUNT DELIMITED BY SIZE
                      ' products - difference booked to '
                          DELIMITED BY SIZE
                      DEFAULT-LOCATION DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       SYNC-PRODUCT-LOCATIONS.
           *> 商品1件分の場所別在庫の合計を商品単位の在庫に合わせる
           MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
               TO STKLOC-PRODUCT-ID
           IF STKLOC-PRODUCT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-PRODUCT-LOCATIONS
           MOVE DEFAULT-LOCATION TO STKLOC-LOCATION
           IF STKLOC-FOUND NOT = 'Y'
               MOVE QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
                   TO STKLOC-DELTA
               PERFORM ADJUST-LOCATION-STOCK
               ADD 1 TO STKLOC-SEED-COUNT
           ELSE
               IF STKLOC-SUM NOT =
                       QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
                   COMPUTE STKLOC-DELTA =
                       QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
                       - STKLOC-SUM
                   MOVE STKLOC-DELTA TO STKLOC-QTY-DISPLAY
                   DISPLAY 'Location stock out of step for '
                       STKLOC-PRODUCT-ID ' - difference '
                       STKLOC-QTY-DISPLAY ' booked to '
                       DEFAULT-LOCATION
                   PERFORM ADJUST-LOCATION-STOCK
                   ADD 1 TO STKLOC-RESYNC-COUNT
               END-IF
           END-IF.

       SUM-PRODUCT-LOCATIONS.
           *> STKLOC-PRODUCT-IDの全場所の在庫合計（行が1件も無ければ
           *> STKLOC-FOUNDはNのまま）
           MOVE 0 TO STKLOC-SUM
           MOVE 'N' TO STKLOC-FOUND
           PERFORM VARYING SLT-INDEX FROM 1 BY 1
                   UNTIL SLT-INDEX > SLT-COUNT
               IF SLT-PRODUCT-ID(SLT-INDEX) = STKLOC-PRODUCT-ID
                   ADD SLT-QUANTITY(SLT-INDEX) TO STKLOC-SUM
                   MOVE 'Y' TO STKLOC-FOUND
               END-IF
           END-PERFORM.

       FIND-LOCATION-ROW.
           *> STKLOC-PRODUCT-ID＋STKLOC-LOCATIONの行をSLT-INDEXに
           *> 位置付ける（無ければSTKLOC-FOUNDはN）
           MOVE 'N' TO STKLOC-FOUND
           IF SLT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET SLT-INDEX TO 1
           SEARCH SLT-ENTRY
               AT END
                   MOVE 'N' TO STKLOC-FOUND
               WHEN SLT-PRODUCT-ID(SLT-INDEX) = STKLOC-PRODUCT-ID
                   AND SLT-LOCATION(SLT-INDEX) = STKLOC-LOCATION
                   MOVE 'Y' TO STKLOC-FOUND
           END-SEARCH.

       CHECK-LOCATION-CODE.
           *> STKLOC-LOCATIONが保管場所マスタにあるか（STKLOC-FOUND）
           MOVE 'N' TO STKLOC-FOUND
           SET LOC-INDEX TO 1
           SEARCH LOC-ENTRY
               AT END
                   MOVE 'N' TO STKLOC-FOUND
               WHEN LOCT-CODE(LOC-INDEX) = STKLOC-LOCATION
                   MOVE 'Y' TO STKLOC-FOUND
           END-SEARCH.

       ADJUST-LOCATION-STOCK.
           *> 場所別在庫の増減（STKLOC-PRODUCT-ID・STKLOC-LOCATION・
           *> STKLOC-DELTA）。場所が空白または未登録の場合は既定の
           *> 場所へ計上する。商品単位の在庫は呼び出し側で更新する
           IF NOT LOCATION-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           IF STKLOC-LOCATION = SPACES
               MOVE DEFAULT-LOCATION TO STKLOC-LOCATION
           ELSE
               PERFORM CHECK-LOCATION-CODE
               IF STKLOC-FOUND NOT = 'Y'
                   DISPLAY 'Unknown location ' STKLOC-LOCATION
                       ' for ' STKLOC-PRODUCT-ID
                       ' - booked to ' DEFAULT-LOCATION
                   MOVE DEFAULT-LOCATION TO STKLOC-LOCATION
               END-IF
           END-IF
           PERFORM FIND-LOCATION-ROW
           IF STKLOC-FOUND = 'Y'
               ADD STKLOC-DELTA TO SLT-QUANTITY(SLT-INDEX)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO SLT-LAST-CHANGED(SLT-INDEX)
           ELSE
               IF SLT-COUNT < 2000
                   ADD 1 TO SLT-COUNT
                   SET SLT-INDEX TO SLT-COUNT
                   MOVE STKLOC-PRODUCT-ID TO SLT-PRODUCT-ID(SLT-INDEX)
                   MOVE STKLOC-LOCATION TO SLT-LOCATION(SLT-INDEX)
                   MOVE STKLOC-DELTA TO SLT-QUANTITY(SLT-INDEX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO SLT-LAST-CHANGED(SLT-INDEX)
                   MOVE 'Y' TO SLT-NEW-SWITCH(SLT-INDEX)
               ELSE
                   DISPLAY '*** Location stock table full - '
                       STKLOC-PRODUCT-ID ' at ' STKLOC-LOCATION
                       ' not recorded'
                   MOVE 'ADJUST-LOCATION-STOCK' TO AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO AUDIT-OUTCOME
                   MOVE 'Location stock table full' TO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

       PROCESS-STOCK-TRANSFERS.
           *> 場所間の在庫振替（STKXFER.DAT）。移動元の在庫から
           *> 移動先へ数量を移す。商品単位の在庫は変わらない。
           *> 検証に失敗した行は理由付きでXFERREJ.DATへ出力する
           OPEN INPUT STOCK-TRANSFER-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT LOCATION-TRACKING-ON
               *> 場所が定義されるまで振替は保留する（退避しない）
               CLOSE STOCK-TRANSFER-FILE
               DISPLAY 'Stock transfers held - no location file'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Processing stock transfers...'
           OPEN OUTPUT TRANSFER-REJECT-FILE
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ STOCK-TRANSFER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-STOCK-TRANSFER
               END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFER-FILE
           CLOSE TRANSFER-REJECT-FILE
           MOVE 'N' TO EOF-FLAG

           MOVE 'mv STKXFER.DAT STKXFER.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           DISPLAY 'Stock transfers booked: ' TRANSFERS-BOOKED
               ' rejected: ' TRANSFERS-REJECTED
           IF TRANSFERS-REJECTED > 0
               MOVE 'PROCESS-STOCK-TRANSFERS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Some stock transfers rejected to XFERREJ.DAT'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       PROCESS-ONE-STOCK-TRANSFER.
           *> 振替1件分の検証と計上
           MOVE SPACES TO TRANSFER-REJECT-REASON
           MOVE XF-PRODUCT-ID TO STKLOC-PRODUCT-ID

           SET PRODUCT-INDEX TO 1
           SEARCH PRODUCT-DATA
               AT END
                   MOVE 'Unknown product' TO TRANSFER-REJECT-REASON
               WHEN PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
                       = XF-PRODUCT-ID
                   CONTINUE
           END-SEARCH

           IF TRANSFER-REJECT-REASON = SPACES
               MOVE XF-FROM-LOCATION TO STKLOC-LOCATION
               PERFORM CHECK-LOCATION-CODE
               IF STKLOC-FOUND NOT = 'Y'
                   MOVE 'Unknown from location'
                       TO TRANSFER-REJECT-REASON
               END-IF
           END-IF

           IF TRANSFER-REJECT-REASON = SPACES
               MOVE XF-TO-LOCATION TO STKLOC-LOCATION
               PERFORM CHECK-LOCATION-CODE
               IF STKLOC-FOUND NOT = 'Y'
                   MOVE 'Unknown to location' TO TRANSFER-REJECT-REASON
               END-IF
           END-IF

           IF TRANSFER-REJECT-REASON = SPACES
               AND XF-FROM-LOCATION = XF-TO-LOCATION
               MOVE 'From and to location are the same'
                   TO TRANSFER-REJECT-REASON
           END-IF

           IF TRANSFER-REJECT-REASON = SPACES
               IF XF-QUANTITY IS NOT NUMERIC
                   MOVE 'Invalid quantity' TO TRANSFER-REJECT-REASON
               ELSE
                   IF XF-QUANTITY = 0
                       MOVE 'Zero quantity' TO TRANSFER-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           *> 移動元の在庫を超える振替はマイナス在庫を作るため拒否
           IF TRANSFER-REJECT-REASON = SPACES
               MOVE XF-FROM-LOCATION TO STKLOC-LOCATION
               PERFORM FIND-LOCATION-ROW
               IF STKLOC-FOUND NOT = 'Y'
                   MOVE 'No stock at from location'
                       TO TRANSFER-REJECT-REASON
               ELSE
                   IF SLT-QUANTITY(SLT-INDEX) < XF-QUANTITY
                       MOVE 'Insufficient stock at from location'
                           TO TRANSFER-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF TRANSFER-REJECT-REASON = SPACES
               MOVE XF-FROM-LOCATION TO STKLOC-LOCATION
               COMPUTE STKLOC-DELTA = 0 - XF-QUANTITY
               PERFORM ADJUST-LOCATION-STOCK
               MOVE XF-TO-LOCATION TO STKLOC-LOCATION
               MOVE XF-QUANTITY TO STKLOC-DELTA
               PERFORM ADJUST-LOCATION-STOCK
               ADD 1 TO TRANSFERS-BOOKED

               MOVE 'PROCESS-ONE-STOCK-TRANSFER' TO AUDIT-PARAGRAPH-ID
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Transfer ' DELIMITED BY SIZE
                      XF-PRODUCT-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      XF-FROM-LOCATION DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      XF-TO-LOCATION DELIMITED BY SIZE
                      ' qty ' DELIMITED BY SIZE
                      XF-QUANTITY DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               ADD 1 TO TRANSFERS-REJECTED
               MOVE SPACES TO TRANSFER-REJECT-LINE
               STRING STOCK-TRANSFER-RECORD DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      TRANSFER-REJECT-REASON DELIMITED BY SIZE
                   INTO TRANSFER-REJECT-LINE
               END-STRING
               WRITE TRANSFER-REJECT-LINE
           END-IF.

       DRAW-SALE-FROM-LOCATIONS.
           *> 売上数量を場所別在庫から引き落とす。顧客の優先場所、
           *> 顧客と同じ州の場所、その他の場所（LOCATION.DATの順）
           *> の順に、まず全量を1か所で賄える場所を探し、無ければ
           *> 同じ順で分割して引き落とす（SALES-ORDERのALLOCATE-
           *> STOCKと同じ規則）。全場所でも足りない分は最初の候補
           *> 場所のマイナス在庫として残す
           IF NOT LOCATION-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           MOVE PRODUCT-CODE TO STKLOC-PRODUCT-ID
           MOVE CUST-VALID-PREF-LOCATION(CUST-VALID-INDEX)
               TO STKLOC-PREFERRED
           MOVE CUST-VALID-STATE(CUST-VALID-INDEX) TO STKLOC-STATE
           MOVE QUANTITY TO STKLOC-REMAINING
           MOVE SPACES TO STKLOC-FIRST-CHOICE

           MOVE 'N' TO STKLOC-SPLIT-SWITCH
           PERFORM DRAW-BY-LOCATION-PRIORITY
           IF STKLOC-REMAINING > 0
               MOVE 'Y' TO STKLOC-SPLIT-SWITCH
               PERFORM DRAW-BY-LOCATION-PRIORITY
           END-IF

           IF STKLOC-REMAINING > 0
               MOVE STKLOC-FIRST-CHOICE TO STKLOC-LOCATION
               COMPUTE STKLOC-DELTA = 0 - STKLOC-REMAINING
               PERFORM ADJUST-LOCATION-STOCK
           END-IF.

       DRAW-BY-LOCATION-PRIORITY.
           *> 優先順（1=優先場所、2=同じ州、3=その他）に場所を走査
           PERFORM VARYING STKLOC-PASS FROM 1 BY 1
                   UNTIL STKLOC-PASS > 3 OR STKLOC-REMAINING = 0
               PERFORM VARYING LOC-INDEX FROM 1 BY 1
                       UNTIL LOC-INDEX > LOC-COUNT
                          OR STKLOC-REMAINING = 0
                   PERFORM DRAW-FROM-ONE-LOCATION
               END-PERFORM
           END-PERFORM.

       DRAW-FROM-ONE-LOCATION.
           *> 現在の段階に属する場所かを判定し、在庫があれば取る
           EVALUATE STKLOC-PASS
               WHEN 1
                   IF LOCT-CODE(LOC-INDEX) NOT = STKLOC-PREFERRED
                       EXIT PARAGRAPH
                   END-IF
               WHEN 2
                   IF LOCT-CODE(LOC-INDEX) = STKLOC-PREFERRED
                       OR STKLOC-STATE = SPACES
                       OR LOCT-STATE(LOC-INDEX) NOT = STKLOC-STATE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF LOCT-CODE(LOC-INDEX) = STKLOC-PREFERRED
                       OR (STKLOC-STATE NOT = SPACES
                           AND LOCT-STATE(LOC-INDEX) = STKLOC-STATE)
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           IF STKLOC-FIRST-CHOICE = SPACES
               MOVE LOCT-CODE(LOC-INDEX) TO STKLOC-FIRST-CHOICE
           END-IF

           MOVE LOCT-CODE(LOC-INDEX) TO STKLOC-LOCATION
           PERFORM FIND-LOCATION-ROW
           IF STKLOC-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF SLT-QUANTITY(SLT-INDEX) <= 0
               EXIT PARAGRAPH
           END-IF
           IF STKLOC-SPLIT-SWITCH = 'N'
               IF SLT-QUANTITY(SLT-INDEX) < STKLOC-REMAINING
                   EXIT PARAGRAPH
               END-IF
               MOVE STKLOC-REMAINING TO STKLOC-TAKE
           ELSE
               IF SLT-QUANTITY(SLT-INDEX) < STKLOC-REMAINING
                   MOVE SLT-QUANTITY(SLT-INDEX) TO STKLOC-TAKE
               ELSE
                   MOVE STKLOC-REMAINING TO STKLOC-TAKE
               END-IF
           END-IF
           SUBTRACT STKLOC-TAKE FROM SLT-QUANTITY(SLT-INDEX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO SLT-LAST-CHANGED(SLT-INDEX)
           SUBTRACT STKLOC-TAKE FROM STKLOC-REMAINING.

       DISPLAY-LOCATION-BREAKDOWN.
           *> STKLOC-PRODUCT-IDの場所別在庫の内訳表示（発注点レポート用）
           IF NOT LOCATION-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLT-INDEX FROM 1 BY 1
                   UNTIL SLT-INDEX > SLT-COUNT
               IF SLT-PRODUCT-ID(SLT-INDEX) = STKLOC-PRODUCT-ID
                   MOVE SLT-QUANTITY(SLT-INDEX) TO STKLOC-QTY-DISPLAY
                   DISPLAY '    at ' SLT-LOCATION(SLT-INDEX)
                       ' on hand ' STKLOC-QTY-DISPLAY
               END-IF
           END-PERFORM.

       WRITE-VALUATION-LOCATION-LINES.
           *> 在庫評価レポートの場所別内訳行（現在の商品について）
           PERFORM VARYING SLT-INDEX FROM 1 BY 1
                   UNTIL SLT-INDEX > SLT-COUNT
               IF SLT-PRODUCT-ID(SLT-INDEX) = STKLOC-PRODUCT-ID
                   COMPUTE STKLOC-VALUE =
                       SLT-QUANTITY(SLT-INDEX)
                       * AVG-UNIT-COST OF PRODUCT-DATA(PRODUCT-INDEX)
                   MOVE SLT-LOCATION(SLT-INDEX) TO STKLOC-LOCATION
                   PERFORM CHECK-LOCATION-CODE
                   IF STKLOC-FOUND = 'Y'
                       ADD STKLOC-VALUE TO LOCT-VALUE(LOC-INDEX)
                   END-IF
                   MOVE SPACES TO STOCK-VALUATION-LINE
                   STRING '    at ' DELIMITED BY SIZE
                          SLT-LOCATION(SLT-INDEX) DELIMITED BY SIZE
                          ' qty ' DELIMITED BY SIZE
                          SLT-QUANTITY(SLT-INDEX) DELIMITED BY SIZE
                          ' value ' DELIMITED BY SIZE
                          STKLOC-VALUE DELIMITED BY SIZE
                       INTO STOCK-VALUATION-LINE
                   END-STRING
                   WRITE STOCK-VALUATION-LINE
               END-IF
           END-PERFORM.

       SAVE-STOCK-LOCATIONS.
           *> 場所別在庫の書き戻し。先に全商品について場所別合計と
           *> 商品単位の在庫が一致しているかを検証し、食い違いは
           *> 例外として監査ログへ残す
           IF NOT LOCATION-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO STKLOC-MISMATCH-COUNT
           PERFORM VARYING PRODUCT-INDEX FROM 1 BY 1
                   UNTIL PRODUCT-INDEX > PRODUCT-COUNT
               MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
                   TO STKLOC-PRODUCT-ID
               IF STKLOC-PRODUCT-ID NOT = SPACES
                   PERFORM SUM-PRODUCT-LOCATIONS
                   IF STKLOC-SUM NOT = QUANTITY-ON-HAND
                           OF PRODUCT-DATA(PRODUCT-INDEX)
                       ADD 1 TO STKLOC-MISMATCH-COUNT
                       DISPLAY '*** Location stock does not sum to '
                           'on hand for ' STKLOC-PRODUCT-ID
                   END-IF
               END-IF
           END-PERFORM
           IF STKLOC-MISMATCH-COUNT > 0
               MOVE 'SAVE-STOCK-LOCATIONS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Location stock does not sum to on hand'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF

           *> 索引編成は初回のI-Oオープンでファイルが作られない
           *> ため、未存在の場合はOUTPUTで空のファイルを先に作る
           OPEN INPUT STOCK-LOCATION-FILE
           IF STOCK-LOC-OK
               CLOSE STOCK-LOCATION-FILE
           ELSE
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           PERFORM VARYING SLT-INDEX FROM 1 BY 1
                   UNTIL SLT-INDEX > SLT-COUNT
               MOVE SPACES TO STOCK-LOCATION-RECORD
               MOVE SLT-PRODUCT-ID(SLT-INDEX) TO SL-PRODUCT-ID
               MOVE SLT-LOCATION(SLT-INDEX) TO SL-LOCATION
               MOVE SLT-QUANTITY(SLT-INDEX) TO SL-QUANTITY
               MOVE SLT-LAST-CHANGED(SLT-INDEX) TO SL-LAST-CHANGED
               IF SLT-NEW-ROW(SLT-INDEX)
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           REWRITE STOCK-LOCATION-RECORD
                   END-WRITE
               ELSE
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           WRITE STOCK-LOCATION-RECORD
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE STOCK-LOCATION-FILE
           DISPLAY 'Location stock saved: ' SLT-COUNT ' rows'.

       *> ================================================================
       *> 在庫受払台帳（在庫数量の全ての増減を記録する）
       *> ================================================================

       OPEN-STOCK-LEDGER.
           *> 在庫受払台帳を追記モードで開く。台帳がまだ無い場合は
           *> 新規作成し、商品マスタの現在庫を各商品の開始残高
           *> （OPENING）として書き出す
           OPEN INPUT STOCK-LEDGER-FILE
           IF FILE-STATUS-OK
               CLOSE STOCK-LEDGER-FILE
               OPEN EXTEND STOCK-LEDGER-FILE
               IF FILE-STATUS-OK
                   MOVE 'Y' TO STOCK-LEDGER-SWITCH
               END-IF
           ELSE
               OPEN OUTPUT STOCK-LEDGER-FILE
               IF FILE-STATUS-OK
                   MOVE 'Y' TO STOCK-LEDGER-SWITCH
                   PERFORM VARYING PRODUCT-INDEX FROM 1 BY 1
                           UNTIL PRODUCT-INDEX > PRODUCT-COUNT
                       MOVE 'OPENING' TO STKMOV-TYPE
                       MOVE QUANTITY-ON-HAND
                           OF PRODUCT-DATA(PRODUCT-INDEX)
                           TO STKMOV-QUANTITY
                       MOVE 'PRODUCT.MAST' TO STKMOV-REFERENCE
                       PERFORM WRITE-STOCK-MOVEMENT
                   END-PERFORM
                   DISPLAY 'Stock ledger started with opening '
                       'balances for ' PRODUCT-COUNT ' products'
               END-IF
           END-IF

           IF NOT STOCK-LEDGER-OPEN
               DISPLAY 'Stock ledger STKLEDG.DAT could not be opened '
                   '- movements not recorded'
               MOVE 'OPEN-STOCK-LEDGER' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Stock ledger could not be opened'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       WRITE-STOCK-MOVEMENT.
           *> 受払1件分を台帳へ書き出す（PRODUCT-INDEXの商品の
           *> 在庫を更新した直後に呼び、更新後の在庫を残高とする）
           IF NOT STOCK-LEDGER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STOCK-LEDGER-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-MOVE-DATE
           MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
               TO SM-PRODUCT-ID
           MOVE STKMOV-TYPE TO SM-MOVEMENT-TYPE
           MOVE STKMOV-QUANTITY TO SM-QUANTITY
           MOVE STKMOV-REFERENCE TO SM-REFERENCE
           MOVE QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
               TO SM-BALANCE
           WRITE STOCK-LEDGER-RECORD
           ADD 1 TO STOCK-MOVEMENTS-WRITTEN.

       RECORD-SALE-MOVEMENT.
           *> 売上出庫1件分（数量はマイナス、根拠は取引ID）
           MOVE 'SALE' TO STKMOV-TYPE
           COMPUTE STKMOV-QUANTITY = 0 - QUANTITY
           MOVE TRANSACTION-ID TO STKMOV-REFERENCE
           PERFORM WRITE-STOCK-MOVEMENT.

       CLOSE-STOCK-LEDGER.
           *> 商品マスタ保存後に台帳を閉じる
           IF STOCK-LEDGER-OPEN
               CLOSE STOCK-LEDGER-FILE
               MOVE 'N' TO STOCK-LEDGER-SWITCH
               DISPLAY 'Stock movements recorded: '
                   STOCK-MOVEMENTS-WRITTEN
           END-IF.

       *> ================================================================
       *> 商品マスタファイルへの保存（商品カタログを実行間で永続化）
       *> ================================================================

       SAVE-PRODUCT-MASTER.
           *> PRODUCT-COUNTが表の上限(100件)を超えていた場合でも
           *> 添字が範囲外に出ないよう、書き出し件数を100件に制限する
           IF PRODUCT-COUNT > 100
               MOVE 100 TO PRODUCT-SAVE-COUNT
               DISPLAY 'Product count exceeds table capacity, '
                   'saving first 100 products only'
               MOVE 'SAVE-PRODUCT-MASTER' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Product count exceeds table capacity'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE PRODUCT-COUNT TO PRODUCT-SAVE-COUNT
           END-IF

           OPEN OUTPUT PRODUCT-MASTER
           SET PRODUCT-INDEX TO 1
           PERFORM PRODUCT-SAVE-COUNT TIMES
               PERFORM BUILD-PRODUCT-MASTER-RECORD
               WRITE PRODUCT-MASTER-RECORD
               PERFORM JOURNAL-PRODUCT-CHANGE
               SET PRODUCT-INDEX UP BY 1
           END-PERFORM
           CLOSE PRODUCT-MASTER
           DISPLAY 'Product master saved: ' PRODUCT-SAVE-COUNT
               ' products'.

       JOURNAL-PRODUCT-CHANGE.
           *> 書き出した1商品を読み込み時点のイメージと突き合わせ、
           *> 新規なら登録、内容が変わっていれば更新として変更
           *> ジャーナルへ記録する（変わらない商品は記録しない）
           MOVE 'N' TO PROD-ORIG-SWITCH
           MOVE SPACES TO JRN-BEFORE-IMAGE
           PERFORM VARYING PROD-ORIG-INDEX FROM 1 BY 1
                   UNTIL PROD-ORIG-INDEX > PROD-ORIG-COUNT
                   OR PROD-ORIG-FOUND
               IF PROD-ORIG-IMAGE(PROD-ORIG-INDEX)(1:10)
                   = PRODUCT-ID OF PRODUCT-MASTER-RECORD
                   MOVE 'Y' TO PROD-ORIG-SWITCH
                   MOVE PROD-ORIG-IMAGE(PROD-ORIG-INDEX)
                       TO JRN-BEFORE-IMAGE
               END-IF
           END-PERFORM
           IF PROD-ORIG-FOUND
               IF JRN-BEFORE-IMAGE(1:197) = PRODUCT-MASTER-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE 'C' TO JRN-ACTION
           ELSE
               MOVE 'A' TO JRN-ACTION
           END-IF
           MOVE 'PRODMAST' TO JRN-FILE-ID
           MOVE PRODUCT-ID OF PRODUCT-MASTER-RECORD TO JRN-KEY
           MOVE 197 TO JRN-IMAGE-LENGTH
           MOVE PRODUCT-MASTER-RECORD TO JRN-AFTER-IMAGE
           PERFORM WRITE-CHANGE-JOURNAL.

       BUILD-PRODUCT-MASTER-RECORD.
           *> PRODUCT-DATA表の現添字の内容を出力用レコードへ組み立てる
           MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
               TO PRODUCT-ID OF PRODUCT-MASTER-RECORD
           MOVE PRODUCT-NAME OF PRODUCT-DATA(PRODUCT-INDEX)
               TO PRODUCT-NAME OF PRODUCT-MASTER-RECORD
           MOVE PRODUCT-PRICE OF PRODUCT-DATA(PRODUCT-INDEX)
               TO PRODUCT-PRICE OF PRODUCT-MASTER-RECORD
           MOVE PRODUCT-DESCRIPTION OF PRODUCT-DATA(PRODUCT-INDEX)
               TO PRODUCT-DESCRIPTION OF PRODUCT-MASTER-RECORD
           MOVE WARRANTY-MONTHS OF PRODUCT-DATA(PRODUCT-INDEX)
               TO WARRANTY-MONTHS OF PRODUCT-MASTER-RECORD
           MOVE PRODUCT-CATEGORY OF PRODUCT-DATA(PRODUCT-INDEX)
               TO PRODUCT-CATEGORY OF PRODUCT-MASTER-RECORD
           MOVE QUANTITY-ON-HAND OF PRODUCT-DATA(PRODUCT-INDEX)
               TO QUANTITY-ON-HAND OF PRODUCT-MASTER-RECORD
           MOVE REORDER-POINT OF PRODUCT-DATA(PRODUCT-INDEX)
               TO REORDER-POINT OF PRODUCT-MASTER-RECORD
           MOVE AVG-UNIT-COST OF PRODUCT-DATA(PRODUCT-INDEX)
               TO AVG-UNIT-COST OF PRODUCT-MASTER-RECORD
           MOVE LAST-CHANGED-DATE OF PRODUCT-DATA(PRODUCT-INDEX)
               TO LAST-CHANGED-DATE OF PRODUCT-MASTER-RECORD.

       *> ================================================================
       *> 売上履歴ファイルの読み込み（複数年分の月別売上の復元）
       *> ================================================================

       LOAD-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY
           IF FILE-STATUS-OK
               MOVE 0 TO HIST-COUNT
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ SALES-HISTORY
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HIST-COUNT < 600
                               ADD 1 TO HIST-COUNT
                               SET HIST-INDEX TO HIST-COUNT
                               PERFORM STORE-SALES-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY
               MOVE 'N' TO EOF-FLAG
               DISPLAY 'Sales history loaded: ' HIST-COUNT
                   ' month(s) on file'
           ELSE
               DISPLAY 'Sales history not found, starting with '
                   'no prior years'
           END-IF.

       STORE-SALES-HISTORY-ENTRY.
           *> 読み込んだ1か月分をHIST-ENTRY表の該当添字へ格納する
           MOVE HIST-YEAR OF SALES-HISTORY-RECORD
               TO HIST-YEAR OF HIST-ENTRY(HIST-INDEX)
           MOVE HIST-MONTH OF SALES-HISTORY-RECORD
               TO HIST-MONTH OF HIST-ENTRY(HIST-INDEX)
           MOVE HIST-SALES-TOTAL OF SALES-HISTORY-RECORD
               TO HIST-SALES-TOTAL OF HIST-ENTRY(HIST-INDEX)
           MOVE HIST-CUSTOMER-COUNT OF SALES-HISTORY-RECORD
               TO HIST-CUSTOMER-COUNT OF HIST-ENTRY(HIST-INDEX)
           MOVE HIST-LOCK-FLAG OF SALES-HISTORY-RECORD
               TO HIST-LOCK-FLAG OF HIST-ENTRY(HIST-INDEX).

       MERGE-HISTORY-FEED.
           *> 月別集計連携ファイルの取り込み。年・月が一致する
           *> 履歴行へ加算し、無ければ新しい行を追加する。
           *> 年度末締め済み（ロック済み）の行は更新を拒否する。
           *> 取り込み後はファイルを退避して二重取り込みを防ぐ
           OPEN INPUT HISTORY-FEED-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Merging monthly totals feed (HISTFEED.DAT)...'
           MOVE 0 TO FEED-MERGED-COUNT
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FEED-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM MERGE-ONE-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FEED-FILE
           MOVE 'N' TO EOF-FLAG

           MOVE 'mv HISTFEED.DAT HISTFEED.DONE'
               TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           DISPLAY 'Monthly totals feed merged: '
               FEED-MERGED-COUNT ' month(s)'.

       MERGE-ONE-FEED-RECORD.
           *> 連携レコード1件分を売上履歴表へ加算する
           SET HIST-INDEX TO 1
           SEARCH HIST-ENTRY
               AT END
                   IF HIST-COUNT < 600
                       ADD 1 TO HIST-COUNT
                       SET HIST-INDEX TO HIST-COUNT
                       MOVE HF-YEAR
                           TO HIST-YEAR OF HIST-ENTRY(HIST-INDEX)
                       MOVE HF-MONTH
                           TO HIST-MONTH OF HIST-ENTRY(HIST-INDEX)
                       MOVE HF-SALES-TOTAL
                           TO HIST-SALES-TOTAL
                               OF HIST-ENTRY(HIST-INDEX)
                       MOVE HF-CUSTOMER-COUNT
                           TO HIST-CUSTOMER-COUNT
                               OF HIST-ENTRY(HIST-INDEX)
                       MOVE SPACE
                           TO HIST-LOCK-FLAG
                               OF HIST-ENTRY(HIST-INDEX)
                       ADD 1 TO FEED-MERGED-COUNT

       PARSE-MAINTENANCE-CONTROL-RECORD.
           *> 1行につき1つの保守指示を解釈する
           *> CREDITLIM <顧客ID> <新信用限度額> [<依頼者ID>]
           *> STATUS    <顧客ID> <新ステータス>
           *> NEWCUST   <新規顧客ID>
           *> CORRECT   <相対キー> <新金額> <新商品コード>
           *> PARENT    <子顧客ID> <親顧客ID>
           *> GROUPLIM  <親顧客ID> <グループ与信限度額>
           EVALUATE MAINT-CONTROL-TYPE
               WHEN 'CREDITLIM'
                   IF MAINT-CREDITLIM-COUNT < 200
                       ADD 1 TO MAINT-CREDITLIM-COUNT
                       MOVE 0 TO MAINT-NEW-CREDIT-LIMIT(
                           MAINT-CREDITLIM-COUNT)
                       MOVE SPACES TO MAINT-REQUESTED-BY(
                           MAINT-CREDITLIM-COUNT)
                       UNSTRING MAINT-CONTROL-VALUE
                               DELIMITED BY ALL SPACE
                           INTO MAINT-UPDATE-ID(
                                    MAINT-CREDITLIM-COUNT),
                                MAINT-NEW-CREDIT-LIMIT(
                                    MAINT-CREDITLIM-COUNT),
                                MAINT-REQUESTED-BY(
                                    MAINT-CREDITLIM-COUNT)
                       END-UNSTRING
                       *> 依頼者の指定が無い指示はバッチの依頼とする
                       IF MAINT-REQUESTED-BY(MAINT-CREDITLIM-COUNT)
                               = SPACES
                           MOVE 'BATCH' TO MAINT-REQUESTED-BY(
                               MAINT-CREDITLIM-COUNT)
                       END-IF
                       MOVE 'Y' TO MAINT-UPDATE-SWITCH
                   ELSE
                       DISPLAY 'Too many CREDITLIM instructions - '
                           'ignored: ' MAINT-CONTROL-VALUE
                   END-IF
               WHEN 'STATUS'
                   UNSTRING MAINT-CONTROL-VALUE DELIMITED BY SPACE
                       INTO MAINT-STATUS-CHANGE-ID, MAINT-NEW-STATUS
               WHEN 'APPLYCOUNT'
                   *> APPLYCOUNT 棚卸差異の調整適用を承認する
                   MOVE 'Y' TO APPLY-COUNT-SWITCH
               WHEN 'PREFLOC'
                   *> PREFLOC <顧客ID> <場所コード> 優先出荷場所の
                   *> 設定（場所コード省略で指定解除）
                   MOVE SPACES TO MAINT-NEW-PREFLOC
                   UNSTRING MAINT-CONTROL-VALUE DELIMITED BY SPACE
                       INTO MAINT-PREFLOC-ID, MAINT-NEW-PREFLOC
                   END-UNSTRING
                   MOVE 'Y' TO MAINT-PREFLOC-SWITCH
               WHEN 'PARENT'
                   *> PARENT <子顧客ID> <親顧客ID> 親子関係の設定
                   *> （親顧客ID省略または0で解除）
                   IF MAINT-PARENT-COUNT < 50
                       ADD 1 TO MAINT-PARENT-COUNT
                       MOVE 0 TO MAINT-PARENT-NEW-ID(
                           MAINT-PARENT-COUNT)
                       UNSTRING MAINT-CONTROL-VALUE
                               DELIMITED BY ALL SPACE
                           INTO MAINT-PARENT-CHILD-ID(
                                    MAINT-PARENT-COUNT),
                                MAINT-PARENT-NEW-ID(
                                    MAINT-PARENT-COUNT)
                       END-UNSTRING
                   ELSE
                       DISPLAY 'Too many PARENT instructions - '
                           'ignored: ' MAINT-CONTROL-VALUE
                   END-IF
               WHEN 'GROUPLIM'
                   *> GROUPLIM <親顧客ID> <限度額> グループ与信限度額
                   UNSTRING MAINT-CONTROL-VALUE DELIMITED BY SPACE
                       INTO MAINT-GROUPLIM-ID, MAINT-NEW-GROUP-LIMIT
                   END-UNSTRING
                   MOVE 'Y' TO MAINT-GROUPLIM-SWITCH
               WHEN OTHER
                   DISPLAY 'Unrecognized maintenance control type: '
                       MAINT-CONTROL-TYPE
           MOVE CREDIT-LIMIT TO TIER-CREDIT-LIMIT
           ADD CREDIT-LIMIT TO TIER-HASH-TOTAL

           EVALUATE TRUE
               WHEN CREDIT-LIMIT >= 50000
                   MOVE 'PREMIUM' TO TIER-CODE
               WHEN CREDIT-LIMIT >= 10000
                   MOVE 'STANDARD' TO TIER-CODE
               WHEN OTHER
                   MOVE 'BASIC' TO TIER-CODE
           END-EVALUATE

           WRITE CUSTOMER-TIER-RECORD.

       *> ================================================================
       *> 顧客マスタ保守処理（追加・変更・ステータス変更）
       *> ================================================================

       MAINTAIN-CUSTOMER-MASTER.
           DISPLAY 'Running customer master maintenance...'
           *> 承認済みの信用限度額引き上げを先に反映し、今回の
           *> 引き上げ指示はその後で承認待ちへ保留する
           PERFORM LOAD-PENDING-CHANGES
           PERFORM APPLY-APPROVED-CREDIT-CHANGES
           IF MAINT-UPDATE-REQUESTED OR MAINT-STATUS-CHANGE-REQUESTED
                   OR MAINT-PREFLOC-REQUESTED
                   OR MAINT-GROUPLIM-REQUESTED
               PERFORM UPDATE-EXISTING-CUSTOMERS
           END-IF
           IF MAINT-NEW-CUSTOMER-REQUESTED
               PERFORM ADD-NEW-CUSTOMER
           END-IF
           *> 親子関係は新規追加の後に適用する（同じ実行で追加した
           *> 顧客を親に指定できるようにする）
           IF MAINT-PARENT-COUNT > 0
               PERFORM APPLY-PARENT-LINKS
           END-IF
           IF PEND-TABLE-CHANGED
               PERFORM SAVE-PENDING-CHANGES
           END-IF
           DISPLAY 'Customer master maintenance completed'.

       UPDATE-EXISTING-CUSTOMERS.
           *> 既存顧客の変更（信用限度額更新・ステータス変更）。
           *> 索引編成化により全件走査ではなくキー直接READ／REWRITE
           *> で対象レコードだけを更新する。信用限度額変更と
           *> ステータス変更が同一IDを指す場合も、それぞれの
           *> READ-REWRITEが順に同じレコードへ反映されるため
           *> 取り落としはない
           OPEN I-O CUSTOMER-MASTER
           IF MAINT-UPDATE-REQUESTED
               PERFORM VARYING MAINT-CREDITLIM-INDEX FROM 1 BY 1
                       UNTIL MAINT-CREDITLIM-INDEX
                           > MAINT-CREDITLIM-COUNT
                   MOVE MAINT-UPDATE-ID(MAINT-CREDITLIM-INDEX)
                       TO CUSTOMER-ID OF CUSTOMER-RECORD
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY 'Credit limit target not found: '
                               MAINT-UPDATE-ID(MAINT-CREDITLIM-INDEX)
                       NOT INVALID KEY
                           IF MAINT-NEW-CREDIT-LIMIT(
                                   MAINT-CREDITLIM-INDEX)
                                   > CREDIT-LIMIT
                               PERFORM QUEUE-CREDIT-LIMIT-RAISE
                           ELSE
                               MOVE CUSTOMER-RECORD
                                   TO JRN-BEFORE-IMAGE
                               MOVE MAINT-NEW-CREDIT-LIMIT(
                                       MAINT-CREDITLIM-INDEX)
                                   TO CREDIT-LIMIT
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO CUST-LAST-CHANGED
                               REWRITE CUSTOMER-RECORD
                               PERFORM JOURNAL-CUSTOMER-REWRITE
                               DISPLAY
                                 'Updated credit limit for customer: '
                                 MAINT-UPDATE-ID(MAINT-CREDITLIM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF MAINT-STATUS-CHANGE-REQUESTED
               MOVE MAINT-STATUS-CHANGE-ID
                   TO CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'Status change target not found: '
                           MAINT-STATUS-CHANGE-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                       MOVE MAINT-NEW-STATUS TO CUSTOMER-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CUST-LAST-CHANGED
                       REWRITE CUSTOMER-RECORD
                       PERFORM JOURNAL-CUSTOMER-REWRITE
                       DISPLAY 'Updated status for customer: '
                           MAINT-STATUS-CHANGE-ID
               END-READ
           END-IF
           IF MAINT-PREFLOC-REQUESTED
               PERFORM UPDATE-PREFERRED-LOCATION
           END-IF
           IF MAINT-GROUPLIM-REQUESTED
               MOVE MAINT-GROUPLIM-ID
                   TO CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'Group limit target not found: '
                           MAINT-GROUPLIM-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                       MOVE MAINT-NEW-GROUP-LIMIT
                           TO CUST-GROUP-CREDIT-LIMIT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CUST-LAST-CHANGED
                       REWRITE CUSTOMER-RECORD
                       PERFORM JOURNAL-CUSTOMER-REWRITE
                       DISPLAY
                           'Updated group credit limit for customer: '
                           MAINT-GROUPLIM-ID
               END-READ
           END-IF
           CLOSE CUSTOMER-MASTER.

       QUEUE-CREDIT-LIMIT-RAISE.
           *> 信用限度額の引き上げ1件を承認待ち変更として保留する
           *> （引き下げは与信リスクを減らす方向のため即時反映）。
           *> 同じ顧客に承認待ちの引き上げが既にあれば保留しない
           MOVE 'N' TO PEND-FOUND-SWITCH
           PERFORM VARYING PEND-INDEX FROM 1 BY 1
                   UNTIL PEND-INDEX > PEND-COUNT
               IF PEND-STATUS(PEND-INDEX) = 'P'
                   AND PEND-CHANGE-TYPE(PEND-INDEX) = 'CRLM'
                   AND PEND-ENTITY-ID(PEND-INDEX)
                       = CUSTOMER-ID OF CUSTOMER-RECORD
                   MOVE 'Y' TO PEND-FOUND-SWITCH
               END-IF
           END-PERFORM
           MOVE 'QUEUE-CREDIT-LIMIT-RAISE' TO AUDIT-PARAGRAPH-ID
           IF PEND-ALREADY-WAITING OR PEND-COUNT >= 500
               DISPLAY 'Credit limit raise not queued - change '
                   'already awaiting approval for customer: '
                   CUSTOMER-ID OF CUSTOMER-RECORD
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Credit limit raise not queued for '
                          DELIMITED BY SIZE
                      CUSTOMER-ID OF CUSTOMER-RECORD
                          DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PEND-COUNT
           SET PEND-INDEX TO PEND-COUNT
           MOVE SPACES TO PEND-ENTRY(PEND-INDEX)
           MOVE PEND-NEXT-ID TO PEND-CHANGE-ID(PEND-INDEX)
           MOVE 'CRLM' TO PEND-CHANGE-TYPE(PEND-INDEX)
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD
               TO PEND-ENTITY-ID(PEND-INDEX)
           MOVE 'P' TO PEND-STATUS(PEND-INDEX)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PEND-REQUEST-TS(PEND-INDEX)
           MOVE MAINT-REQUESTED-BY(MAINT-CREDITLIM-INDEX)
               TO PEND-REQUESTED-BY(PEND-INDEX)
           MOVE CREDIT-LIMIT TO PEND-LIMIT-N
           MOVE PEND-LIMIT-X TO PEND-BEFORE-VALUE(PEND-INDEX)
           MOVE MAINT-NEW-CREDIT-LIMIT(MAINT-CREDITLIM-INDEX)
               TO PEND-LIMIT-N
           MOVE PEND-LIMIT-X TO PEND-AFTER-VALUE(PEND-INDEX)
           MOVE 'Y' TO PEND-TABLE-SWITCH
           DISPLAY 'Credit limit raise for customer '
               CUSTOMER-ID OF CUSTOMER-RECORD
               ' held for approval (change #' PEND-NEXT-ID ')'
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Credit limit raise pending approval #'
                      DELIMITED BY SIZE
                  PEND-NEXT-ID DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           ADD 1 TO PEND-NEXT-ID.

       APPLY-APPROVED-CREDIT-CHANGES.
           *> EMPLOYEEの承認メニューで承認済み（A）になった信用限度額
           *> の引き上げを顧客マスタへ反映し、反映済み（C）にする。
           *> 依頼後に限度額が変わっていた場合は反映せず却下（R）とする
           PERFORM VARYING PEND-INDEX FROM 1 BY 1
                   UNTIL PEND-INDEX > PEND-COUNT
               IF PEND-STATUS(PEND-INDEX) = 'A'
                   AND PEND-CHANGE-TYPE(PEND-INDEX) = 'CRLM'
                   PERFORM APPLY-ONE-CREDIT-CHANGE
               END-IF
           END-PERFORM.

       APPLY-ONE-CREDIT-CHANGE.
           MOVE 'Y' TO PEND-TABLE-SWITCH
           MOVE 'APPLY-ONE-CREDIT-CHANGE' TO AUDIT-PARAGRAPH-ID
           OPEN I-O CUSTOMER-MASTER
           MOVE PEND-ENTITY-ID(PEND-INDEX)
               TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'R' TO PEND-STATUS(PEND-INDEX)
                   MOVE 'F' TO AUDIT-OUTCOME
                   MOVE 'Approved credit limit - customer not found'
                       TO AUDIT-MESSAGE
               NOT INVALID KEY
                   MOVE PEND-BEFORE-VALUE(PEND-INDEX)(1:10)
                       TO PEND-LIMIT-X
                   IF CREDIT-LIMIT NOT = PEND-LIMIT-N
                       MOVE 'R' TO PEND-STATUS(PEND-INDEX)
                       MOVE 'F' TO AUDIT-OUTCOME
                       MOVE 'Approved limit not applied - changed '
                           TO AUDIT-MESSAGE
                       MOVE 'since request' TO AUDIT-MESSAGE(38:)
                   ELSE
                       MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                       MOVE PEND-AFTER-VALUE(PEND-INDEX)(1:10)
                           TO PEND-LIMIT-X
                       MOVE PEND-LIMIT-N TO CREDIT-LIMIT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CUST-LAST-CHANGED
                       REWRITE CUSTOMER-RECORD
                       PERFORM JOURNAL-CUSTOMER-REWRITE
                       MOVE 'C' TO PEND-STATUS(PEND-INDEX)
                       MOVE 'S' TO AUDIT-OUTCOME
                       MOVE 'Approved credit limit applied'
                           TO AUDIT-MESSAGE
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER
           IF PEND-STATUS(PEND-INDEX) = 'R'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO PEND-DECIDED-TS(PEND-INDEX)
               MOVE 'SYSTEM' TO PEND-DECIDED-BY(PEND-INDEX)
           END-IF
           DISPLAY AUDIT-MESSAGE ': change #'
               PEND-CHANGE-ID(PEND-INDEX) ' customer '
               PEND-ENTITY-ID(PEND-INDEX)
           PERFORM WRITE-AUDIT-LOG.

       LOAD-PENDING-CHANGES.
           *> 承認待ち変更ファイルをテーブルへ読み込む（EMPLOYEEと
           *> 同じ規則で、有効日数を過ぎた承認待ちは失効させ、保持
           *> 日数を過ぎた決着済みレコードは読み飛ばす）
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-TODAY-NUM
           MOVE 0 TO PEND-COUNT
           MOVE 0 TO PEND-EXPIRED-COUNT
           MOVE 1 TO PEND-NEXT-ID
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PENDING-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PC-CHANGE-ID >= PEND-NEXT-ID
                           COMPUTE PEND-NEXT-ID = PC-CHANGE-ID + 1
                       END-IF
                       PERFORM AGE-PENDING-CHANGE
                       IF PEND-AGE-DAYS <= PEND-RETAIN-DAYS
                           AND PEND-COUNT < 500
                           ADD 1 TO PEND-COUNT
                           MOVE PENDING-CHANGE-RECORD
                               TO PEND-ENTRY(PEND-COUNT)
                       ELSE
                           MOVE 'Y' TO PEND-TABLE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE
           MOVE 'N' TO EOF-FLAG
           IF PEND-EXPIRED-COUNT > 0
               MOVE 'Y' TO PEND-TABLE-SWITCH
               DISPLAY PEND-EXPIRED-COUNT
                   ' pending change(s) expired without approval'
               MOVE 'LOAD-PENDING-CHANGES' TO AUDIT-PARAGRAPH-ID
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE SPACES TO AUDIT-MESSAGE
               STRING 'Pending changes expired: ' DELIMITED BY SIZE
                      PEND-EXPIRED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       AGE-PENDING-CHANGE.
           *> 読み込んだ1件の経過日数（承認待ちは依頼日、決着済みは
           *> 決着日から）。承認済みで未反映のCRLMは外さない
           MOVE 0 TO PEND-AGE-DAYS
           IF PC-STATUS = 'P'
               MOVE PC-REQUEST-TS(1:8) TO PEND-DATE-X
           ELSE
               MOVE PC-DECIDED-TS(1:8) TO PEND-DATE-X
           END-IF
           IF PEND-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-DATE-X TO PEND-DATE-NUM
           COMPUTE PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(PEND-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(PEND-DATE-NUM)
           IF PC-STATUS = 'P'
               IF PEND-AGE-DAYS > PEND-EXPIRY-DAYS
                   MOVE 'E' TO PC-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PC-DECIDED-TS
                   MOVE 'EXPIRED' TO PC-DECIDED-BY
                   ADD 1 TO PEND-EXPIRED-COUNT
               END-IF
               MOVE 0 TO PEND-AGE-DAYS
           END-IF
           IF PC-STATUS = 'A' AND PC-CHANGE-TYPE = 'CRLM'
               MOVE 0 TO PEND-AGE-DAYS
           END-IF.

       SAVE-PENDING-CHANGES.
           *> 承認待ち変更テーブルをファイルへ全件書き戻す
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING PEND-INDEX FROM 1 BY 1
                   UNTIL PEND-INDEX > PEND-COUNT
               MOVE PEND-ENTRY(PEND-INDEX) TO PENDING-CHANGE-RECORD
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.

       APPLY-PARENT-LINKS.
           *> 親顧客の付け替え指示を記載順に適用する
           OPEN I-O CUSTOMER-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Customer master not available for parent '
                   'links (status ' FILE-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAINT-PARENT-INDEX FROM 1 BY 1
                   UNTIL MAINT-PARENT-INDEX > MAINT-PARENT-COUNT
               PERFORM APPLY-ONE-PARENT-LINK
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

       APPLY-ONE-PARENT-LINK.
           *> 親子関係1件の設定。自分自身を親にする指定と、新しい
           *> 親の上位をたどって子顧客自身に戻る（循環する）指定は
           *> 拒否して監査ログへ記録する
           MOVE 'Y' TO HIER-RESULT
           IF MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX) =
                   MAINT-PARENT-CHILD-ID(MAINT-PARENT-INDEX)
               MOVE 'L' TO HIER-RESULT
           END-IF
           IF HIER-LINK-OK
               AND MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX) > 0
               PERFORM CHECK-HIERARCHY-LOOP
           END-IF

           IF NOT HIER-LINK-OK
               EVALUATE TRUE
                   WHEN HIER-LINK-LOOP
                       MOVE 'Parent link rejected - would create loop'
                           TO AUDIT-MESSAGE
                   WHEN HIER-PARENT-MISSING
                       MOVE 'Parent link rejected - parent not found'
                           TO AUDIT-MESSAGE
                   WHEN OTHER
                       MOVE 'Parent link rejected - hierarchy too deep'
                           TO AUDIT-MESSAGE
               END-EVALUATE
               DISPLAY AUDIT-MESSAGE ': '
                   MAINT-PARENT-CHILD-ID(MAINT-PARENT-INDEX) ' -> '
                   MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX)
               MOVE 'APPLY-ONE-PARENT-LINK' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE MAINT-PARENT-CHILD-ID(MAINT-PARENT-INDEX)
               TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'Parent link target not found: '
                       MAINT-PARENT-CHILD-ID(MAINT-PARENT-INDEX)
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                   MOVE MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX)
                       TO CUST-PARENT-ID
                   IF CUST-GROUP-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE 0 TO CUST-GROUP-CREDIT-LIMIT
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO CUST-LAST-CHANGED
                   REWRITE CUSTOMER-RECORD
                   PERFORM JOURNAL-CUSTOMER-REWRITE
                   DISPLAY 'Updated parent for customer: '
                       MAINT-PARENT-CHILD-ID(MAINT-PARENT-INDEX)
                       ' -> ' MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX)
           END-READ.

       CHECK-HIERARCHY-LOOP.
           *> 新しい親から親顧客を順にたどり、子顧客自身に行き着けば
           *> 循環、親が見つからなければ未登録、上限段数を超えれば
           *> 階層過多として結果を返す
           MOVE MAINT-PARENT-NEW-ID(MAINT-PARENT-INDEX)
               TO HIER-WALK-ID
           MOVE 0 TO HIER-DEPTH
           MOVE 'N' TO HIER-WALK-SWITCH
           PERFORM UNTIL HIER-WALK-DONE
               MOVE HIER-WALK-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       IF HIER-DEPTH = 0
                           MOVE 'M' TO HIER-RESULT
                       END-IF
                       MOVE 'Y' TO HIER-WALK-SWITCH
                   NOT INVALID KEY
                       ADD 1 TO HIER-DEPTH
                       IF CUST-PARENT-ID IS NUMERIC
                           AND CUST-PARENT-ID > 0
                           EVALUATE TRUE
                               WHEN CUST-PARENT-ID =
                                   MAINT-PARENT-CHILD-ID(
                                       MAINT-PARENT-INDEX)
                                   MOVE 'L' TO HIER-RESULT
                                   MOVE 'Y' TO HIER-WALK-SWITCH
                               WHEN HIER-DEPTH >= HIER-MAX-DEPTH
                                   MOVE 'D' TO HIER-RESULT
                                   MOVE 'Y' TO HIER-WALK-SWITCH
                               WHEN OTHER
                                   MOVE CUST-PARENT-ID TO HIER-WALK-ID
                           END-EVALUATE
                       ELSE
                           MOVE 'Y' TO HIER-WALK-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       UPDATE-PREFERRED-LOCATION.
           *> 優先出荷場所の変更（保管場所マスタにある場所のみ）
           IF MAINT-NEW-PREFLOC NOT = SPACES
               AND LOCATION-TRACKING-ON
               MOVE MAINT-NEW-PREFLOC TO STKLOC-LOCATION
               PERFORM CHECK-LOCATION-CODE
               IF STKLOC-FOUND NOT = 'Y'
                   DISPLAY 'Preferred location not on file: '
                       MAINT-NEW-PREFLOC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE MAINT-PREFLOC-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'Preferred location target not found: '
                       MAINT-PREFLOC-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
                   MOVE MAINT-NEW-PREFLOC TO CUST-PREFERRED-LOCATION
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO CUST-LAST-CHANGED
                   REWRITE CUSTOMER-RECORD
                   PERFORM JOURNAL-CUSTOMER-REWRITE
                   DISPLAY 'Updated preferred location for customer: '
                       MAINT-PREFLOC-ID
           END-READ.

       ADD-NEW-CUSTOMER.
           *> 新規顧客レコードの追加（ファイル末尾に追記）。
                   MOVE 'A' TO CUSTOMER-STATUS
                   MOVE CURRENT-DATE TO DATE-CREATED
                   MOVE '030' TO PAYMENT-TERMS-DAYS
                   MOVE SPACES TO CUST-PREFERRED-LOCATION
                   MOVE 0 TO CUST-PARENT-ID
                   MOVE 0 TO CUST-GROUP-CREDIT-LIMIT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO CUST-LAST-CHANGED
                   WRITE CUSTOMER-RECORD
                       NOT INVALID KEY
                           DISPLAY 'Added new customer: '
                               MAINT-NEW-CUSTOMER-ID
                           MOVE 'A' TO JRN-ACTION
                           PERFORM JOURNAL-CUSTOMER-CHANGE
                   END-WRITE
                   CLOSE CUSTOMER-MASTER
               ELSE
       PROCESS-SALES-TRANSACTIONS.
           DISPLAY 'Processing Sales Transaction File...'
           
           PERFORM LOAD-SERIAL-CAPTURE

           *> 適用価格の記録は全件読み直しのたびに作り直す
           OPEN OUTPUT PRICE-BASIS-FILE
           IF FILE-STATUS-OK
               MOVE 'Y' TO PRICE-BASIS-SWITCH
           ELSE
               MOVE 'N' TO PRICE-BASIS-SWITCH
               DISPLAY 'Price basis file not available - applied '
                   'prices not recorded'
           END-IF

           OPEN INPUT SALES-TRANSACTIONS
           
           MOVE 'N' TO EOF-FLAG

           CLOSE SALES-TRANSACTIONS

           IF PRICE-BASIS-LOG-OPEN
               CLOSE PRICE-BASIS-FILE
               MOVE 'N' TO PRICE-BASIS-SWITCH
           END-IF

           PERFORM FINISH-SERIAL-CAPTURE

           DISPLAY 'Transactions rejected: ' REJECTED-TRANSACTION-COUNT
           DISPLAY 'Price variances flagged: ' PRICE-VARIANCE-COUNT
           DISPLAY 'Contract prices applied: ' CONTRACT-PRICED-COUNT
           DISPLAY 'Promotion prices applied: ' PROMO-PRICED-COUNT

           PERFORM PROCESS-RETURN-TRANSACTIONS

           IF RETURN-REJECT-REASON = SPACES
               ADD RET-QUANTITY TO QUANTITY-ON-HAND
                   OF PRODUCT-DATA(PRODUCT-INDEX)
               *> 返品は既定の保管場所（受入場所）へ戻す
               MOVE RET-PRODUCT-CODE TO STKLOC-PRODUCT-ID
               MOVE SPACES TO STKLOC-LOCATION
               MOVE RET-QUANTITY TO STKLOC-DELTA
               PERFORM ADJUST-LOCATION-STOCK
               MOVE 'RETURN' TO STKMOV-TYPE
               MOVE RET-QUANTITY TO STKMOV-QUANTITY
               MOVE RET-RETURN-ID TO STKMOV-REFERENCE
               PERFORM WRITE-STOCK-MOVEMENT
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO LAST-CHANGED-DATE
                   OF PRODUCT-DATA(PRODUCT-INDEX)
                   RET-AMOUNT * APPLICABLE-FX-RATE
               ADD TXN-LOCAL-AMOUNT TO RETURNS-TOTAL-AMOUNT
               ADD 1 TO RETURNS-PROCESSED
               *> 元の売上で発生したコミッションの戻し計算用に残す
               IF RCM-COUNT < 1000
                   ADD 1 TO RCM-COUNT
                   SET RCM-INDEX TO RCM-COUNT
                   MOVE RET-RETURN-ID TO RCM-RETURN-ID(RCM-INDEX)
                   MOVE RET-ORIG-TXN-ID TO RCM-ORIG-TXN-ID(RCM-INDEX)
                   MOVE RET-DATE TO RCM-DATE(RCM-INDEX)
                   MOVE TXN-LOCAL-AMOUNT
                       TO RCM-LOCAL-AMOUNT(RCM-INDEX)
               END-IF
           ELSE
               ADD 1 TO RETURNS-REJECTED
               DISPLAY 'Return rejected: ' RET-RETURN-ID ' - '
           PERFORM VALIDATE-TRANSACTION-CUSTOMER
           IF TRANSACTION-VALID
               *> トランザクション日付時点の正価を解決し、契約価格
               *> と販促価格のうち最も安いものを採用して入力単価
               *> との乖離をチェックする
               PERFORM RESOLVE-EFFECTIVE-PRICE
               PERFORM RESOLVE-CONTRACT-PRICE
               PERFORM RESOLVE-PROMOTION-PRICE
               PERFORM CHECK-PRICE-VARIANCE

               *> 顧客の州に応じた税率で売上税を計算する
               PERFORM RESOLVE-STATE-TAX-RATE
               PERFORM CHECK-TAX-EXEMPTION
               COMPUTE CALCULATED-TAX ROUNDED =
                   TXN-LOCAL-AMOUNT * APPLICABLE-STATE-RATE
               PERFORM ACCUMULATE-STATE-TAX
               *> 商品別統計への追加
               PERFORM UPDATE-PRODUCT-STATISTICS

               *> シリアル管理商品は製造番号を登録簿へ記録する
               PERFORM REGISTER-SALE-SERIALS

               *> 適用価格の根拠を記録し、販促実績へ加算する
               PERFORM RECORD-PRICE-BASIS

               *> 顧客別明細書用の累計への追加
               PERFORM UPDATE-CUSTOMER-STATEMENT-ENTRY

               MOVE TRANSACTION-DATE
                   TO SP-LINE-DATE(SP-LINE-INDEX)
               MOVE TOTAL-AMOUNT TO SP-LINE-AMOUNT(SP-LINE-INDEX)
               MOVE CALCULATED-COMMISSION
                   TO SP-LINE-COMMISSION(SP-LINE-INDEX)
           END-IF.

       POST-COMMISSION-LEDGER.
           *> 当実行の売上コミッションの発生と返品による戻しを
           *> コミッション台帳へ追記する（支給はPAYROLLが行う。
           *> SALES.TRANは毎回全件を読み直すため、台帳に発生済みの
           *> 売上は追記しない）
           PERFORM LOAD-COMMISSION-LEDGER
           IF CL-LEDGER-LOADED NOT = 'Y'
               PERFORM REFUSE-COMMISSION-POSTING
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND COMMISSION-LEDGER-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT COMMISSION-LEDGER-FILE
           END-IF

           PERFORM VARYING SP-LINE-INDEX FROM 1 BY 1
                   UNTIL SP-LINE-INDEX > SP-LINE-COUNT
               PERFORM POST-ONE-COMMISSION-EARNED
           END-PERFORM

           PERFORM VARYING RCM-INDEX FROM 1 BY 1
                   UNTIL RCM-INDEX > RCM-COUNT
               PERFORM POST-ONE-COMMISSION-CLAWBACK
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           IF CL-LEDGER-LOADED NOT = 'Y'
               PERFORM REFUSE-COMMISSION-POSTING
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Commission ledger COMMLDG.DAT: '
               CL-POSTED-EARNED ' earned, '
               CL-POSTED-CLAWBACK ' clawback(s) posted'
           IF CL-RETURNS-UNMATCHED > 0
               DISPLAY 'Returns with no commission on ledger: '
                   CL-RETURNS-UNMATCHED
           END-IF
           MOVE 'POST-COMMISSION-LEDGER' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Commission ledger posted - earned: '
                   DELIMITED BY SIZE
                  CL-POSTED-EARNED DELIMITED BY SIZE
                  ' clawbacks: ' DELIMITED BY SIZE
                  CL-POSTED-CLAWBACK DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       REFUSE-COMMISSION-POSTING.
           *> 台帳の発生がテーブルに収まらない場合の中止（PAYROLLの
           *> 台帳読み込みと同じく警告と監査ログの失敗記録のみ。
           *> 追記できなかった売上は次回の全件読み直しで追記される）
           DISPLAY 'Warning: COMMLDG.DAT exceeds the ledger table '
               '- commission posting stopped'
           MOVE 'POST-COMMISSION-LEDGER' TO AUDIT-PARAGRAPH-ID
           MOVE 'F' TO AUDIT-OUTCOME
           MOVE 'Commission ledger too large - posting stopped'
               TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.

       LOAD-COMMISSION-LEDGER.
           *> コミッション台帳の発生（E）と戻し（C）を売上別に読む
           *> （発生がテーブルに収まらない場合は読み込みを打ち切り、
           *> CL-LEDGER-LOADEDをNにする）
           MOVE 0 TO CLT-COUNT
           MOVE 'Y' TO CL-LEDGER-LOADED
           OPEN INPUT COMMISSION-LEDGER-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CL-ENTRY-TYPE = 'E'
                           AND CLT-COUNT >= 20000
                           MOVE 'N' TO CL-LEDGER-LOADED
                           MOVE 'Y' TO EOF-FLAG
                       END-IF
                       IF CL-ENTRY-TYPE = 'E'
                           AND CL-LEDGER-LOADED = 'Y'
                           ADD 1 TO CLT-COUNT
                           SET CLT-INDEX TO CLT-COUNT
                           MOVE CL-TRANS-ID
                               TO CLT-TRANS-ID(CLT-INDEX)
                           MOVE CL-SALESPERSON-ID
                               TO CLT-SALESPERSON-ID(CLT-INDEX)
                           MOVE CL-AMOUNT TO CLT-EARNED(CLT-INDEX)
                           MOVE 0 TO CLT-CLAWED(CLT-INDEX)
                       END-IF
                       IF CL-ENTRY-TYPE = 'C'
                           AND CLT-COUNT > 0
                           SET CLT-INDEX TO 1
                           SEARCH CLT-ENTRY
                               WHEN CLT-TRANS-ID(CLT-INDEX)
                                       = CL-TRANS-ID
                                   ADD CL-AMOUNT
                                       TO CLT-CLAWED(CLT-INDEX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO EOF-FLAG.

       POST-ONE-COMMISSION-EARNED.
           *> 売上1件分のコミッション発生の追記（台帳に既にある
           *> 売上は対象外）
           IF SP-LINE-COMMISSION(SP-LINE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CL-ENTRY-FOUND
           IF CLT-COUNT > 0
               SET CLT-INDEX TO 1
               SEARCH CLT-ENTRY
                   WHEN CLT-TRANS-ID(CLT-INDEX)
                           = SP-LINE-TRANS-ID(SP-LINE-INDEX)
                       MOVE 'Y' TO CL-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF CL-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           *> テーブルが満杯になった後は発生済みの判定ができない
           *> ため追記しない
           IF CLT-COUNT >= 20000
               MOVE 'N' TO CL-LEDGER-LOADED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COMMISSION-LEDGER-RECORD
           MOVE SP-LINE-SALESPERSON-ID(SP-LINE-INDEX)
               TO CL-SALESPERSON-ID
           MOVE 'E' TO CL-ENTRY-TYPE
           MOVE SP-LINE-TRANS-ID(SP-LINE-INDEX) TO CL-TRANS-ID
           MOVE 0 TO CL-RETURN-ID
           MOVE SP-LINE-DATE(SP-LINE-INDEX) TO CL-ENTRY-DATE
           MOVE SP-LINE-COMMISSION(SP-LINE-INDEX) TO CL-AMOUNT
           WRITE COMMISSION-LEDGER-RECORD
           ADD 1 TO CL-POSTED-EARNED

           ADD 1 TO CLT-COUNT
           SET CLT-INDEX TO CLT-COUNT
           MOVE CL-TRANS-ID TO CLT-TRANS-ID(CLT-INDEX)
           MOVE CL-SALESPERSON-ID TO CLT-SALESPERSON-ID(CLT-INDEX)
           MOVE CL-AMOUNT TO CLT-EARNED(CLT-INDEX)
           MOVE 0 TO CLT-CLAWED(CLT-INDEX).

       POST-ONE-COMMISSION-CLAWBACK.
           *> 返品1件分のコミッション戻しの追記（返品額×コミッション
           *> 率。元の売上の発生額から戻し済み額を引いた残りが上限）
           MOVE 'N' TO CL-ENTRY-FOUND
           IF CLT-COUNT > 0
               SET CLT-INDEX TO 1
               SEARCH CLT-ENTRY
                   WHEN CLT-TRANS-ID(CLT-INDEX)
                           = RCM-ORIG-TXN-ID(RCM-INDEX)
                       MOVE 'Y' TO CL-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF CL-ENTRY-FOUND NOT = 'Y'
               ADD 1 TO CL-RETURNS-UNMATCHED
               EXIT PARAGRAPH
           END-IF

           COMPUTE CL-CLAWBACK-AMOUNT ROUNDED =
               RCM-LOCAL-AMOUNT(RCM-INDEX) * COMMISSION-RATE
           IF CL-CLAWBACK-AMOUNT >
                   CLT-EARNED(CLT-INDEX) - CLT-CLAWED(CLT-INDEX)
               COMPUTE CL-CLAWBACK-AMOUNT =
                   CLT-EARNED(CLT-INDEX) - CLT-CLAWED(CLT-INDEX)
           END-IF
           IF CL-CLAWBACK-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COMMISSION-LEDGER-RECORD
           MOVE CLT-SALESPERSON-ID(CLT-INDEX) TO CL-SALESPERSON-ID
           MOVE 'C' TO CL-ENTRY-TYPE
           MOVE CLT-TRANS-ID(CLT-INDEX) TO CL-TRANS-ID
           MOVE RCM-RETURN-ID(RCM-INDEX) TO CL-RETURN-ID
           MOVE RCM-DATE(RCM-INDEX) TO CL-ENTRY-DATE
           MOVE CL-CLAWBACK-AMOUNT TO CL-AMOUNT
           WRITE COMMISSION-LEDGER-RECORD
           ADD CL-CLAWBACK-AMOUNT TO CLT-CLAWED(CLT-INDEX)
           ADD 1 TO CL-POSTED-CLAWBACK.

       GENERATE-COMMISSION-STATEMENTS.
           *> 販売員別コミッション計算書の出力（氏名は従業員マスタ
           *> からSALESPERSON-ID＝従業員IDの照合で取得する。
                   PERFORM WRITE-ONE-COMMISSION-STATEMENT
               END-PERFORM

               MOVE SPACES TO REPORT-LINE
               STRING 'Commission is paid through PAYROLL from '
                      DELIMITED BY SIZE
                      'COMMLDG.DAT (returns are clawed back)'
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               IF SP-UNMATCHED-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'Unmatched salesperson IDs: '
                               CUST-VALID-INDEX)
                           MOVE 0 TO CUST-OVER-LIMIT-AMOUNT(
                               CUST-VALID-INDEX)
                           MOVE CUST-PREFERRED-LOCATION TO
                               CUST-VALID-PREF-LOCATION(
                                   CUST-VALID-INDEX)
                           PERFORM LOAD-CUSTOMER-GROUP-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Customer validation table loaded: ' CUST-VALID-COUNT
           PERFORM RESOLVE-CUSTOMER-GROUPS.

       LOAD-CUSTOMER-GROUP-FIELDS.
           *> 親顧客IDとグループ与信限度額を検証表へ写す（退避世代
           *> から戻した旧レコードの空白は親なし・限度額なしとする）
           IF CUST-PARENT-ID IS NUMERIC
               MOVE CUST-PARENT-ID
                   TO CUST-VALID-PARENT-ID(CUST-VALID-INDEX)
           ELSE
               MOVE 0 TO CUST-VALID-PARENT-ID(CUST-VALID-INDEX)
           END-IF
           IF CUST-GROUP-CREDIT-LIMIT IS NUMERIC
               MOVE CUST-GROUP-CREDIT-LIMIT
                   TO CUST-VALID-GROUP-LIMIT(CUST-VALID-INDEX)
           ELSE
               MOVE 0 TO CUST-VALID-GROUP-LIMIT(CUST-VALID-INDEX)
           END-IF
           MOVE 0 TO CUST-VALID-PARENT-ROW(CUST-VALID-INDEX)
           MOVE 0 TO CUST-VALID-TOP-ROW(CUST-VALID-INDEX)
           MOVE 0 TO CUST-GROUP-EXPOSURE(CUST-VALID-INDEX)
           MOVE 0 TO CUST-GROUP-OVER-AMOUNT(CUST-VALID-INDEX).

       RESOLVE-CUSTOMER-GROUPS.
           *> 各顧客の親顧客の行番号と最上位の親顧客の行番号を
           *> 求めておく（与信チェックとグループ明細書で使う）
           MOVE 0 TO GROUP-LINKED-COUNT
           PERFORM VARYING GROUP-ROW FROM 1 BY 1
                   UNTIL GROUP-ROW > CUST-VALID-COUNT
               IF CUST-VALID-PARENT-ID(GROUP-ROW) > 0
                   SET CUST-VALID-INDEX TO 1
                   SEARCH CUST-VALID-ENTRY
                       AT END
                           DISPLAY 'Parent customer not on file: '
                               CUST-VALID-PARENT-ID(GROUP-ROW)
                               ' (child ' CUST-VALID-ID(GROUP-ROW) ')'
                       WHEN CUST-VALID-ID(CUST-VALID-INDEX) =
                               CUST-VALID-PARENT-ID(GROUP-ROW)
                           SET CUST-VALID-PARENT-ROW(GROUP-ROW)
                               TO CUST-VALID-INDEX
                           ADD 1 TO GROUP-LINKED-COUNT
                   END-SEARCH
               END-IF
           END-PERFORM

           PERFORM VARYING GROUP-ROW FROM 1 BY 1
                   UNTIL GROUP-ROW > CUST-VALID-COUNT
               MOVE GROUP-ROW TO GROUP-MEMBER-ROW
               MOVE 0 TO GROUP-DEPTH
               PERFORM UNTIL
                       CUST-VALID-PARENT-ROW(GROUP-MEMBER-ROW) = 0
                       OR GROUP-DEPTH >= GROUP-MAX-DEPTH
                   MOVE CUST-VALID-PARENT-ROW(GROUP-MEMBER-ROW)
                       TO GROUP-MEMBER-ROW
                   ADD 1 TO GROUP-DEPTH
               END-PERFORM
               MOVE GROUP-MEMBER-ROW TO CUST-VALID-TOP-ROW(GROUP-ROW)
           END-PERFORM
           IF GROUP-LINKED-COUNT > 0
               DISPLAY 'Customers linked to a parent: '
                   GROUP-LINKED-COUNT
           END-IF.

       VALIDATE-TRANSACTION-CUSTOMER.
           *> 未知の顧客または停止中の顧客への取引を拒否
                   MOVE EXPOSURE-AFTER-TXN TO
                       CUST-VALID-EXPOSURE(CUST-VALID-INDEX)
               END-IF
           END-IF

           IF TRANSACTION-VALID
               PERFORM CHECK-GROUP-CREDIT-EXPOSURE
           END-IF.

       CHECK-GROUP-CREDIT-EXPOSURE.
           *> 自身から最上位の親顧客までをたどり、グループ与信限度額
           *> が設定された顧客ごとに、配下全体の累計にこの取引を
           *> 加えても限度額内かを確かめる。超える場合は取引を拒否
           *> し、個別の与信枠へ加算した分を戻す。すべて限度額内なら
           *> たどった全顧客のグループ累計へ加算する
           MOVE 0 TO GROUP-REJECT-ROW
           SET GROUP-ROW TO CUST-VALID-INDEX
           MOVE 0 TO GROUP-DEPTH
           PERFORM UNTIL GROUP-ROW = 0
                   OR GROUP-REJECT-ROW > 0
                   OR GROUP-DEPTH >= GROUP-MAX-DEPTH
               IF CUST-VALID-GROUP-LIMIT(GROUP-ROW) > 0
                   COMPUTE EXPOSURE-AFTER-TXN =
                       CUST-GROUP-EXPOSURE(GROUP-ROW)
                       + TXN-LOCAL-AMOUNT
                   IF EXPOSURE-AFTER-TXN >
                           CUST-VALID-GROUP-LIMIT(GROUP-ROW)
                       MOVE GROUP-ROW TO GROUP-REJECT-ROW
                   END-IF
               END-IF
               MOVE CUST-VALID-PARENT-ROW(GROUP-ROW) TO GROUP-ROW
               ADD 1 TO GROUP-DEPTH
           END-PERFORM

           IF GROUP-REJECT-ROW > 0
               COMPUTE EXPOSURE-EXCESS = EXPOSURE-AFTER-TXN
                   - CUST-VALID-GROUP-LIMIT(GROUP-REJECT-ROW)
               IF EXPOSURE-EXCESS >
                       CUST-GROUP-OVER-AMOUNT(GROUP-REJECT-ROW)
                   MOVE EXPOSURE-EXCESS TO
                       CUST-GROUP-OVER-AMOUNT(GROUP-REJECT-ROW)
               END-IF
               SUBTRACT TXN-LOCAL-AMOUNT
                   FROM CUST-VALID-EXPOSURE(CUST-VALID-INDEX)
               MOVE 'N' TO TRANSACTION-VALID-SWITCH
               ADD 1 TO GROUP-OVER-LIMIT-COUNT
               DISPLAY 'Transaction rejected - over group credit '
                   'limit: ' CUSTOMER-ID OF SALES-RECORD
                   ' group ' CUST-VALID-ID(GROUP-REJECT-ROW)
                   ' excess ' EXPOSURE-EXCESS
               EXIT PARAGRAPH
           END-IF

           SET GROUP-ROW TO CUST-VALID-INDEX
           MOVE 0 TO GROUP-DEPTH
           PERFORM UNTIL GROUP-ROW = 0
                   OR GROUP-DEPTH >= GROUP-MAX-DEPTH
               ADD TXN-LOCAL-AMOUNT TO CUST-GROUP-EXPOSURE(GROUP-ROW)
               MOVE CUST-VALID-PARENT-ROW(GROUP-ROW) TO GROUP-ROW
               ADD 1 TO GROUP-DEPTH
           END-PERFORM.

       GENERATE-OVER-LIMIT-LISTING.
           *> 与信限度額超過の例外一覧（顧客別の超過額）
           DISPLAY '--- Over-Limit Exception Listing ---'
                       ' exceeded by '
                       CUST-OVER-LIMIT-AMOUNT(CUST-VALID-INDEX)
               END-IF
               IF CUST-GROUP-OVER-AMOUNT(CUST-VALID-INDEX) > 0
                   DISPLAY 'Group    '
                       CUST-VALID-ID(CUST-VALID-INDEX)
                       ' limit '
                       CUST-VALID-GROUP-LIMIT(CUST-VALID-INDEX)
                       ' exceeded by '
                       CUST-GROUP-OVER-AMOUNT(CUST-VALID-INDEX)
               END-IF
           END-PERFORM
           DISPLAY 'Over-limit rejections this run: '
               OVER-LIMIT-REJECT-COUNT
           DISPLAY 'Group over-limit rejections this run: '
               GROUP-OVER-LIMIT-COUNT
           DISPLAY '--- End of Over-Limit Listing ---'.
       
       *> ================================================================
               END-READ
           END-PERFORM

           *> 親子関係のある顧客はグループ単位の明細書も出力する
           IF GROUP-LINKED-COUNT > 0
               PERFORM WRITE-GROUP-STATEMENTS
           END-IF

           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-OUTPUT
           MOVE 'N' TO EOF-FLAG
               END-IF
           END-PERFORM.

       WRITE-GROUP-STATEMENTS.
           *> 最上位の親顧客ごとに、配下の全顧客（親顧客自身を含む）
           *> の購入累計を並べてグループ合計を書き出す
           MOVE SPACES TO REPORT-LINE
           STRING '--- Group Statement Report ---' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING GROUP-ROW FROM 1 BY 1
                   UNTIL GROUP-ROW > CUST-VALID-COUNT
               IF CUST-VALID-TOP-ROW(GROUP-ROW) = GROUP-ROW
                   PERFORM WRITE-ONE-GROUP-STATEMENT
               END-IF
           END-PERFORM.

       WRITE-ONE-GROUP-STATEMENT.
           *> グループ1件分（GROUP-ROWが最上位の親顧客）の明細書。
           *> 子顧客を持たない単独の顧客は対象外
           MOVE 0 TO GROUP-MEMBER-COUNT
           PERFORM VARYING GROUP-MEMBER-ROW FROM 1 BY 1
                   UNTIL GROUP-MEMBER-ROW > CUST-VALID-COUNT
               IF CUST-VALID-TOP-ROW(GROUP-MEMBER-ROW) = GROUP-ROW
                   ADD 1 TO GROUP-MEMBER-COUNT
               END-IF
           END-PERFORM
           IF GROUP-MEMBER-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'Group ' DELIMITED BY SIZE
                  CUST-VALID-ID(GROUP-ROW) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  GROUP-MEMBER-COUNT DELIMITED BY SIZE
                  ' account(s)' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO GROUP-TOTAL-PURCHASES
           MOVE 0 TO GROUP-TOTAL-TXNS
           PERFORM VARYING GROUP-MEMBER-ROW FROM 1 BY 1
                   UNTIL GROUP-MEMBER-ROW > CUST-VALID-COUNT
               IF CUST-VALID-TOP-ROW(GROUP-MEMBER-ROW) = GROUP-ROW
                   PERFORM WRITE-GROUP-MEMBER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING '    Group Total Purchases: ' DELIMITED BY SIZE
                  GROUP-TOTAL-PURCHASES DELIMITED BY SIZE
                  ' Transactions: ' DELIMITED BY SIZE
                  GROUP-TOTAL-TXNS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-GROUP-MEMBER-LINE.
           *> グループ配下の顧客1件の購入累計行（購入なしは0で表示）
           MOVE 0 TO GROUP-MEMBER-PURCHASES
           MOVE 0 TO GROUP-MEMBER-TXNS
           SET STMT-INDEX TO 1
           SEARCH STMT-ENTRY
               WHEN STMT-CUSTOMER-ID(STMT-INDEX)
                       = CUST-VALID-ID(GROUP-MEMBER-ROW)
                   MOVE STMT-TOTAL-PURCHASES(STMT-INDEX)
                       TO GROUP-MEMBER-PURCHASES
                   MOVE STMT-TRANSACTION-COUNT(STMT-INDEX)
                       TO GROUP-MEMBER-TXNS
           END-SEARCH
           ADD GROUP-MEMBER-PURCHASES TO GROUP-TOTAL-PURCHASES
           ADD GROUP-MEMBER-TXNS TO GROUP-TOTAL-TXNS

           MOVE SPACES TO REPORT-LINE
           STRING '    Account ' DELIMITED BY SIZE
                  CUST-VALID-ID(GROUP-MEMBER-ROW) DELIMITED BY SIZE
                  ' Purchases: ' DELIMITED BY SIZE
                  GROUP-MEMBER-PURCHASES DELIMITED BY SIZE
                  ' Transactions: ' DELIMITED BY SIZE
                  GROUP-MEMBER-TXNS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       *> ================================================================
       *> サブルーチン（PERFORM文）の例
       *> ================================================================
                   INTO STOCK-VALUATION-LINE
               END-STRING
               WRITE STOCK-VALUATION-LINE
               IF LOCATION-TRACKING-ON
                   MOVE PRODUCT-ID OF PRODUCT-DATA(PRODUCT-INDEX)
                       TO STKLOC-PRODUCT-ID
                   PERFORM WRITE-VALUATION-LOCATION-LINES
               END-IF
           END-PERFORM

           MOVE SPACES TO STOCK-VALUATION-LINE
               INTO STOCK-VALUATION-LINE
           END-STRING
           WRITE STOCK-VALUATION-LINE

           *> 場所別の評価額合計
           IF LOCATION-TRACKING-ON
               PERFORM VARYING LOC-INDEX FROM 1 BY 1
                       UNTIL LOC-INDEX > LOC-COUNT
                   MOVE SPACES TO STOCK-VALUATION-LINE
                   STRING 'LOCATION ' DELIMITED BY SIZE
                          LOCT-CODE(LOC-INDEX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LOCT-NAME(LOC-INDEX) DELIMITED BY SIZE
                          ' VALUE: ' DELIMITED BY SIZE
                          LOCT-VALUE(LOC-INDEX) DELIMITED BY SIZE
                       INTO STOCK-VALUATION-LINE
                   END-STRING
                   WRITE STOCK-VALUATION-LINE
               END-PERFORM
           END-IF
           CLOSE STOCK-VALUATION-FILE
           DISPLAY 'Stock valuation written to STKVAL.TXT'.


           PERFORM GENERATE-STOCK-VALUATION-REPORT

           PERFORM SAVE-STOCK-LOCATIONS

           PERFORM SAVE-PRODUCT-MASTER

           PERFORM CLOSE-STOCK-LEDGER

           PERFORM SAVE-PURCHASE-ORDERS

           PERFORM SAVE-SALES-HISTORY
                           OF PRODUCT-DATA(PRODUCT-INDEX))
                   SUBTRACT QUANTITY FROM QUANTITY-ON-HAND
                       OF PRODUCT-DATA(PRODUCT-INDEX)
                   PERFORM DRAW-SALE-FROM-LOCATIONS
                   PERFORM RECORD-SALE-MOVEMENT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LAST-CHANGED-DATE
                       OF PRODUCT-DATA(PRODUCT-INDEX)
                       OF PRODUCT-DATA(PRODUCT-INDEX)
                   COMPUTE QUANTITY-ON-HAND
                       OF PRODUCT-DATA(PRODUCT-INDEX) = 0 - QUANTITY
                   PERFORM DRAW-SALE-FROM-LOCATIONS
                   PERFORM RECORD-SALE-MOVEMENT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LAST-CHANGED-DATE
                       OF PRODUCT-DATA(PRODUCT-INDEX)
           DISPLAY 'Registered with transmit gateway: '
               FUNCTION TRIM(OBX-FILE-NAME).

       JOURNAL-CUSTOMER-REWRITE.
           *> 顧客マスタのREWRITEが成功した場合に更新として記録する
           IF FILE-STATUS-OK
               MOVE 'C' TO JRN-ACTION
               PERFORM JOURNAL-CUSTOMER-CHANGE
           END-IF.

       JOURNAL-CUSTOMER-CHANGE.
           *> 顧客マスタ1件分の変更を変更ジャーナルへ記録する
           *> （JRN-ACTIONに操作を設定して呼ぶ。更新・削除の変更前
           *> イメージはREAD直後にJRN-BEFORE-IMAGEへ退避しておく）
           MOVE 'CUSTMAST' TO JRN-FILE-ID
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO JRN-KEY
           MOVE 180 TO JRN-IMAGE-LENGTH
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           PERFORM WRITE-CHANGE-JOURNAL.

       WRITE-CHANGE-JOURNAL.
           *> 変更ジャーナルへの追記（登録は変更前、削除は変更後を
           *> 空白にする。相関IDは実行ごとに最初の記録時に採番する。
           *> 複数プログラムが追記するためEXTENDで開き、ファイルが
           *> 無ければOUTPUTで新規作成する）
           IF JRN-CORRELATION-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               STRING AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      JRN-TIMESTAMP DELIMITED BY SIZE
                   INTO JRN-CORRELATION-ID
               END-STRING
           END-IF
           ADD 1 TO JRN-SEQUENCE
           IF JRN-ACTION = 'A'
               MOVE SPACES TO JRN-BEFORE-IMAGE
           END-IF
           IF JRN-ACTION = 'D'
               MOVE SPACES TO JRN-AFTER-IMAGE
           END-IF

           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16) TO CJ-TIMESTAMP
           MOVE AUDIT-PROGRAM-ID TO CJ-PROGRAM-ID
           MOVE JRN-FILE-ID TO CJ-FILE-ID
           MOVE JRN-ACTION TO CJ-ACTION
           MOVE JRN-KEY TO CJ-KEY
           MOVE AUDIT-USER-ID TO CJ-OPERATOR
           MOVE JRN-CORRELATION-ID TO CJ-CORRELATION-ID
           MOVE JRN-SEQUENCE TO CJ-SEQUENCE
           MOVE JRN-IMAGE-LENGTH TO CJ-IMAGE-LENGTH
           MOVE JRN-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE TO CJ-AFTER-IMAGE

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF NOT JOURNAL-FILE-OK
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD
           CLOSE CHANGE-JOURNAL-FILE.

       WRITE-AUDIT-LOG.
           *> 監査ログへの書き込み（他のバッチプログラムと共通の
           *> "タイムスタンプ プログラムID パラグラフID ユーザID
