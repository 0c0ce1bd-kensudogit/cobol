       *> ================================================================
       *> 受注管理プログラム（受注残・在庫引当・出荷リリース）
       *>
       *> このプログラムは次の5ステップを順に実行します：
       *>   0. 出荷確定 - 倉庫からの出荷確定ファイル（SHIPCONF.DAT）
       *>      の実出荷数量を売上トランザクション（SALES.TRAN）へ
       *>      起票する。出荷数量が不足した明細は残数量を
       *>      バックオーダー（B）へ戻し、受注残として再引当する。
       *>      出荷実績は運送会社の送り状番号とともにSHIPHIST.DAT
       *>      へ記録する。売上の取引番号は出荷ごとに採番し
       *>      （SHIPSEQ.DAT）、受注番号・明細番号との対応は出荷
       *>      実績に残す
       *>   1. 受注取込 - 受注入力ファイル（ORDENTRY.DAT)の受注
       *>      ヘッダー（H）と受注明細（L）を顧客マスタ・商品マスタ
       *>      と照合して受注ファイル（OPENORD.DAT)へ登録する。
       *>      検証に失敗した行は理由付きでORDREJ.DATへ出力する
       *>   2. 在庫引当 - ピッキング中の明細の数量を先に確保した
       *>      うえで、未引当の受注明細を受注順・明細順に
       *>      商品マスタの在庫数量へ引き当てる。在庫が足りない
       *>      明細はバックオーダー（B）にする。保管場所（LOCATION.DAT）
       *>      がある場合は、顧客の優先場所・同じ州の場所・その他
       *>      の場所の順に場所別在庫（STOCKLOC.DAT）から出荷場所
       *>      を決める
       *>   3. リリース - 引当済み（A）の明細を倉庫へ出荷指示し
       *>      ピッキング中（P）にする。商品別のピッキングリスト
       *>      （PICKLIST.TXT）と受注別の納品書（PACKSLIP.TXT）を
       *>      出力する。一括出荷（ヘッダーのSHIP-COMPLETE=Y）の
       *>      受注は全明細が引当済みになるまでリリースしない
       *>      （売上の起票は出荷確定時、在庫の引き落としは売上
       *>      処理側で行う）
       *>   4. 受注残レポート - 未完了の受注とその未出荷明細、
       *>      および商品別の受注残・バックオーダー数量を
       *>      ORDBACK.TXTへ出力する
       *> ================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保管場所マスタ（COMPREHENSIVE-SAMPLEと共有。並び順が
           *> 引当の優先順）
           SELECT LOCATION-FILE
               ASSIGN TO 'LOCATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 場所別在庫ファイル（COMPREHENSIVE-SAMPLEが保守する
           *> 索引編成ファイル。ここでは出荷場所の決定に参照のみ）
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'STOCKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               STATUS IS FILE-STATUS.

           *> 売上トランザクションファイル（出荷確定分の起票先。
           *> 相対編成の末尾へ追記する）
           SELECT SALES-TRANSACTIONS
               ASSIGN TO 'SALES.TRAN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 出荷確定ファイル（倉庫が出荷実績を入力する。取込後は
           *> SHIPCONF.DONEへ退避して二重計上を防ぐ）
           SELECT SHIP-CONFIRM-FILE
               ASSIGN TO 'SHIPCONF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 出荷確定の却下ファイル（元の行＋却下理由）
           SELECT SHIP-REJECT-FILE
               ASSIGN TO 'SHIPREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 出荷実績ファイル（確定した出荷1件1行。実行ごとに追記）
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 出荷取引番号の通番ファイル（最終通番のみを1行で保持）
           SELECT SHIP-SEQUENCE-FILE
               ASSIGN TO 'SHIPSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> ピッキングリスト（商品別。当実行でリリースした明細）
           SELECT PICK-LIST-FILE
               ASSIGN TO 'PICKLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 納品書（受注別。当実行でリリースした明細）
           SELECT PACKING-SLIP-FILE
               ASSIGN TO 'PACKSLIP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 受注残レポートファイル
           SELECT BACKLOG-REPORT-FILE
               ASSIGN TO 'ORDBACK.TXT'

       FILE SECTION.

       *> 受注入力レコード構造（H=受注ヘッダー、L=受注明細。
       *> 明細は属するヘッダーの直後に続ける）
       FD  ORDER-ENTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-ENTRY-RECORD.
           05  OE-RECORD-TYPE         PIC X(1).
               88  OE-HEADER-RECORD   VALUE 'H'.
               88  OE-LINE-RECORD     VALUE 'L'.
           05  FILLER                 PIC X(1).
           05  OE-ORDER-ID            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  OE-RECORD-BODY         PIC X(40).
           05  OE-HEADER-BODY REDEFINES OE-RECORD-BODY.
               10  OE-CUSTOMER-ID     PIC 9(7).
               10  FILLER             PIC X(1).
               10  OE-ORDER-DATE      PIC X(8).
               10  FILLER             PIC X(1).
               10  OE-SALESPERSON-ID  PIC 9(4).
               10  FILLER             PIC X(1).
               10  OE-SHIP-COMPLETE   PIC X(1).
               *> Y=全明細がそろってから一括出荷、N=明細ごとに出荷
               10  FILLER             PIC X(17).
           05  OE-LINE-BODY REDEFINES OE-RECORD-BODY.
               10  OE-LINE-NUMBER     PIC 9(3).
               10  FILLER             PIC X(1).
               10  OE-PRODUCT-CODE    PIC X(10).
               10  FILLER             PIC X(1).
               10  OE-QUANTITY        PIC 9(5).
               10  FILLER             PIC X(1).
               10  OE-UNIT-PRICE      PIC 9(5)V99.
               10  FILLER             PIC X(12).

       *> リリース済み受注のアーカイブ行（OPEN-ORDER-RECORDと
       *> 同一イメージ）
           RECORDING MODE IS F.
       01  ORDER-ARCHIVE-RECORD       PIC X(50).

       *> 受注レコード構造（H=受注ヘッダー、L=受注明細。明細は
       *> ヘッダーの直後に続く。ヘッダーのステータス：O=未完了、
       *> R=全明細リリース済み。明細のステータス：A=引当済み、
       *> B=バックオーダー、R=リリース済み）
       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OPEN-ORDER-RECORD.
           05  OO-RECORD-TYPE         PIC X(1).
               88  OO-HEADER-RECORD   VALUE 'H'.
               88  OO-LINE-RECORD     VALUE 'L'.
           05  OO-ORDER-ID            PIC 9(8).
           05  OO-RECORD-BODY         PIC X(41).
           05  OO-HEADER-BODY REDEFINES OO-RECORD-BODY.
               10  OO-CUSTOMER-ID     PIC 9(7).
               10  OO-ORDER-DATE      PIC X(8).
               10  OO-SALESPERSON-ID  PIC 9(4).
               10  OO-SHIP-COMPLETE   PIC X(1).
               10  OO-ORDER-STATUS    PIC X(1).
               10  FILLER             PIC X(20).
           05  OO-LINE-BODY REDEFINES OO-RECORD-BODY.
               10  OO-LINE-NUMBER     PIC 9(3).
               10  OO-PRODUCT-CODE    PIC X(10).
               10  OO-QUANTITY        PIC 9(5).
               10  OO-UNIT-PRICE      PIC 9(5)V99.
               10  OO-LINE-STATUS     PIC X(1).
               10  OO-SHIPPED-QTY     PIC 9(5).
               *> 出荷確定済みの累計数量（受注数量との差が受注残）
               10  FILLER             PIC X(10).
       *> 明細構造を持つ前の1受注1商品の受注レコード（先頭が受注
       *> 番号の数字で始まる。読み込み時にヘッダー＋明細1行へ
       *> 変換し、次の書き戻しで新しい形式になる）
       01  OPEN-ORDER-LEGACY-RECORD.
           05  OL-ORDER-ID            PIC 9(8).
           05  OL-CUSTOMER-ID         PIC 9(7).
           05  OL-PRODUCT-CODE        PIC X(10).
           05  OL-QUANTITY            PIC 9(5).
           05  OL-UNIT-PRICE          PIC 9(5)V99.
           05  OL-ORDER-DATE          PIC X(8).
           05  OL-SALESPERSON-ID      PIC 9(4).
           05  OL-STATUS              PIC X(1).

       FD  ORDER-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CM-CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID         PIC 9(7).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET-CITY     PIC X(60).
               10  CM-STATE           PIC X(2).
               10  CM-ZIP-CODE        PIC X(10).
           05  CM-CUSTOMER-PHONE      PIC X(15).
           05  CM-CREDIT-LIMIT        PIC 9(8)V99.
           05  CM-CUSTOMER-STATUS     PIC X(1).
           05  CM-PAYMENT-TERMS-DAYS  PIC X(3).
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  CM-LAST-CHANGED        PIC X(8).
           05  CM-PREFERRED-LOCATION  PIC X(4).
           05  FILLER                 PIC X(1).
           05  CM-PARENT-ID           PIC 9(7).
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       *> 商品マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> PRODUCT-MASTER-RECORDと同一項目）
           *> 単価・最終更新日はCOMPREHENSIVE-SAMPLE側で保守する
           *> （ここでは在庫参照のみでレコード長合わせに定義）

       *> 保管場所マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> LOCATION-RECORDと同一項目）
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCATION-RECORD.
           05  LOC-CODE               PIC X(4).
           05  FILLER                 PIC X(1).
           05  LOC-NAME               PIC X(30).
           05  FILLER                 PIC X(1).
           05  LOC-STATE              PIC X(2).

       *> 場所別在庫レコード構造（COMPREHENSIVE-SAMPLEの
       *> STOCK-LOCATION-RECORDと同一項目）
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

       *> 売上トランザクションレコード構造（COMPREHENSIVE-SAMPLEの
       *> SALES-RECORDと同一項目）
       FD  SALES-TRANSACTIONS
           05  TRANSACTION-DATE       PIC X(8).
           05  SALESPERSON-ID         PIC 9(4).

       *> 出荷確定レコード構造（出荷日が空白の場合は実行日）
       FD  SHIP-CONFIRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-CONFIRM-RECORD.
           05  SC-ORDER-ID            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  SC-LINE-NUMBER         PIC 9(3).
           05  FILLER                 PIC X(1).
           05  SC-SHIPPED-QTY         PIC 9(5).
           05  FILLER                 PIC X(1).
           05  SC-CARRIER-REF         PIC X(20).
           05  FILLER                 PIC X(1).
           05  SC-SHIP-DATE           PIC X(8).

       FD  SHIP-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-REJECT-RECORD         PIC X(100).

       *> 出荷実績レコード構造
       FD  SHIP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-HISTORY-RECORD.
           05  SH-SHIP-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  SH-ORDER-ID            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  SH-LINE-NUMBER         PIC 9(3).
           05  FILLER                 PIC X(1).
           05  SH-PRODUCT-CODE        PIC X(10).
           05  FILLER                 PIC X(1).
           05  SH-SHIPPED-QTY         PIC 9(5).
           05  FILLER                 PIC X(1).
           05  SH-SHORT-QTY           PIC 9(5).
           05  FILLER                 PIC X(1).
           05  SH-CARRIER-REF         PIC X(20).
           05  FILLER                 PIC X(1).
           05  SH-TRANSACTION-ID      PIC 9(8).
           *> 起票した売上の取引番号（出荷数量0の確定は0）

       *> 出荷取引番号の通番レコード
       FD  SHIP-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-SEQ-RECORD            PIC 9(7).

       FD  PICK-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PICK-LIST-LINE             PIC X(132).

       FD  PACKING-SLIP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACKING-SLIP-LINE          PIC X(132).

       FD  BACKLOG-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKLOG-REPORT-LINE        PIC X(132).
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 受注ヘッダーテーブル（OPENORD.DATの全件＋当実行の
       *> 新規受注）。明細は受注明細テーブルの連続した範囲
       *> （ORD-FIRST-LINE～ORD-LAST-LINE）に置く
       01  OPEN-ORDER-TABLE.
           05  ORD-COUNT              PIC 9(4)     VALUE 0.
           05  ORD-ENTRY OCCURS 1 TO 500 TIMES
                    INDEXED BY ORD-INDEX.
               10  ORD-ORDER-ID       PIC 9(8).
               10  ORD-CUSTOMER-ID    PIC 9(7).
               10  ORD-ORDER-DATE     PIC X(8).
               10  ORD-SALESPERSON-ID PIC 9(4).
               10  ORD-SHIP-COMPLETE  PIC X(1).
                   88  ORD-SHIP-COMPLETE-ON VALUE 'Y'.
               10  ORD-STATUS         PIC X(1).
                   88  ORD-OPEN       VALUE 'O'.
                   88  ORD-RELEASED   VALUE 'R'.
               10  ORD-FIRST-LINE     PIC 9(4).
               10  ORD-LAST-LINE      PIC 9(4).
               10  ORD-RELEASE-FLAG   PIC X(1).
               *> Y=当実行でリリースできる明細がある

       *> 受注明細テーブル（受注ごとに明細番号順）
       01  ORDER-LINE-TABLE.
           05  LIN-COUNT              PIC 9(4)     VALUE 0.
           05  LIN-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON LIN-COUNT
                    INDEXED BY LIN-INDEX.
               10  LIN-ORDER-ID       PIC 9(8).
               10  LIN-LINE-NUMBER    PIC 9(3).
               10  LIN-PRODUCT-CODE   PIC X(10).
               10  LIN-QUANTITY       PIC 9(5).
               10  LIN-UNIT-PRICE     PIC 9(5)V99.
               10  LIN-STATUS         PIC X(1).
                   88  LIN-ALLOCATED  VALUE 'A'.
                   88  LIN-BACKORDER  VALUE 'B'.
                   88  LIN-PICKING    VALUE 'P'.
                   88  LIN-RELEASED   VALUE 'R'.
               10  LIN-SHIPPED-QTY    PIC 9(5).
               10  LIN-OPEN-QTY       PIC 9(5).
               *> 受注残（受注数量－出荷確定済み数量）。引当・出荷
               *> 指示・受注残レポートはこの数量で行う
               10  LIN-PICK-FLAG      PIC X(1).
               *> Y=当実行で出荷指示した（ピッキングリスト・納品書
               *> の対象）
               10  LIN-SHIP-LOCATION  PIC X(4).
               *> 引当で決まった出荷場所（複数場所に分かれた場合は
               *> 最初の場所。実行ごとに引当で決め直す）
               10  LIN-SPLIT-FLAG     PIC X(1).
               *> Y=複数の場所から分割して引き当てた

       *> 商品テーブル（商品検証と引当可能数量の計算用）
       01  PRODUCT-TABLE.
               10  PROD-ON-HAND       PIC S9(7).
               10  PROD-AVAILABLE     PIC S9(7).

       *> 保管場所テーブル（LOCATION.DATの順=引当の優先順）
       01  LOCATION-TABLE.
           05  LOC-COUNT              PIC 9(2)     VALUE 0.
           05  LOC-ENTRY OCCURS 1 TO 20 TIMES
                    DEPENDING ON LOC-COUNT
                    INDEXED BY LOC-INDEX.
               10  LOCT-CODE          PIC X(4).
               10  LOCT-STATE         PIC X(2).

       *> 場所別の引当可能数量（STOCKLOC.DATの在庫から開始し、
       *> 引き当てた分を差し引いていく）
       01  LOCATION-STOCK-TABLE.
           05  LST-COUNT              PIC 9(4)     VALUE 0.
           05  LST-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON LST-COUNT
                    INDEXED BY LST-INDEX.
               10  LST-PRODUCT-ID     PIC X(10).
               10  LST-LOCATION       PIC X(4).
               10  LST-ON-HAND        PIC S9(7).
               10  LST-AVAILABLE      PIC S9(7).

       01  LOCATION-ALLOCATION-WORK.
           05  LOCATION-TRACKING-SWITCH PIC X(1)   VALUE 'N'.
               88  LOCATION-TRACKING-ON VALUE 'Y'.
           05  ALLOC-PREFERRED        PIC X(4).
           05  ALLOC-STATE            PIC X(2).
           *> 受注顧客の優先出荷場所と州
           05  ALLOC-REMAINING        PIC S9(7)    VALUE 0.
           05  ALLOC-TAKE             PIC S9(7)    VALUE 0.
           05  ALLOC-PASS             PIC 9(1)     VALUE 0.
           *> 引当の段階（1=優先場所、2=同じ州、3=その他の場所）
           05  ALLOC-SPLIT-SWITCH     PIC X(1)     VALUE 'N'.
           *> N=全量を1場所から取る段階、Y=分割して取る段階
           05  ALLOC-LOCATION-FOUND   PIC X(1).

       01  ORDER-STATISTICS.
           05  ORDERS-ACCEPTED        PIC 9(5)     VALUE 0.
           05  ORDERS-REJECTED        PIC 9(5)     VALUE 0.
           05  LINES-ACCEPTED         PIC 9(5)     VALUE 0.
           05  LINES-REJECTED         PIC 9(5)     VALUE 0.
           05  LINES-ALLOCATED        PIC 9(5)     VALUE 0.
           05  LINES-BACKORDERED      PIC 9(5)     VALUE 0.
           05  ORDERS-RELEASED        PIC 9(5)     VALUE 0.
           05  LINES-RELEASED         PIC 9(5)     VALUE 0.
           05  LINES-SHIPPED          PIC 9(5)     VALUE 0.
           05  LINES-SHORT-SHIPPED    PIC 9(5)     VALUE 0.
           05  CONFIRMS-REJECTED      PIC 9(5)     VALUE 0.

       01  ORDER-WORK-VARIABLES.
           05  ORDER-REJECT-REASON    PIC X(40)    VALUE SPACES.
           05  ORDERS-KEPT            PIC 9(3)     VALUE 0.
           05  ARCHIVE-OPEN-SWITCH    PIC X(1)     VALUE 'N'.
           05  FEED-MOVE-COMMAND      PIC X(40).
           05  CURRENT-ORDER-SWITCH   PIC X(1)     VALUE 'N'.
           *> Y=直前のヘッダーを受け付け、続く明細を登録できる
           05  LOAD-HEADER-SWITCH     PIC X(1)     VALUE 'N'.
           *> Y=OPENORD.DATの直前のヘッダーをテーブルへ登録した
           05  LOAD-OVERFLOW-SWITCH   PIC X(1)     VALUE 'N'.
           *> Y=OPENORD.DATの受注・明細がテーブルに収まらなかった
           05  LINES-OPEN             PIC 9(3)     VALUE 0.
           05  LINES-READY            PIC 9(3)     VALUE 0.
           05  LINE-STATUS-TEXT       PIC X(11).
           05  BACKLOG-ORDERS         PIC 9(3)     VALUE 0.
           05  SHIP-REJECT-REASON     PIC X(40)    VALUE SPACES.
           05  SHIP-DATE              PIC X(8).
           05  SHORT-QTY              PIC 9(5)     VALUE 0.
           05  SHIP-SEQUENCE          PIC 9(7)     VALUE 0.
           05  SHIP-TXN-ID            PIC 9(8)     VALUE 0.
           05  SHIP-TXN-PARTS REDEFINES SHIP-TXN-ID.
               10  SHIP-TXN-PREFIX    PIC 9(1).
               10  SHIP-TXN-SEQUENCE  PIC 9(7).
           *> 出荷ごとの売上取引番号（先頭6＋通番。7は係争
           *> クレジット、8は延滞利息、9は定期請求で使用済み）
           05  PICK-PRODUCT-QTY       PIC 9(7)     VALUE 0.
           05  PICK-QTY-DISPLAY       PIC Z(6)9.
           05  SLIP-QTY-DISPLAY       PIC Z(4)9.

       *> 受注残レポートの商品別集計
       01  BACKLOG-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY

           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-LOCATION-STOCK
           PERFORM LOAD-OPEN-ORDERS
           *> 読み込めない受注・明細がある場合は、書き戻しで失わない
           *> よう出荷確定・受注取込の前に実行を拒否する
           IF LOAD-OVERFLOW-SWITCH = 'Y'
               DISPLAY '*** OPENORD.DAT exceeds 500 orders or 2000 '
                   'lines - run refused'
               MOVE 'LOAD-OPEN-ORDERS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Open order file exceeds table size - run refused'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROCESS-SHIP-CONFIRMATIONS
           PERFORM PROCESS-ORDER-ENTRY
           PERFORM ALLOCATE-STOCK
           PERFORM RELEASE-SHIPPABLE-ORDERS
           PERFORM WRITE-BACKLOG-REPORT

           DISPLAY 'Orders accepted:    ' ORDERS-ACCEPTED
               ' (' LINES-ACCEPTED ' lines)'
           DISPLAY 'Orders rejected:    ' ORDERS-REJECTED
               ' (' LINES-REJECTED ' lines)'
           DISPLAY 'Lines allocated:    ' LINES-ALLOCATED
           DISPLAY 'Lines backordered:  ' LINES-BACKORDERED
           DISPLAY 'Orders released:    ' ORDERS-RELEASED
               ' (' LINES-RELEASED ' lines)'
           DISPLAY 'Lines shipped:      ' LINES-SHIPPED
               ' (' LINES-SHORT-SHIPPED ' short)'

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Products loaded: ' PROD-COUNT.

       LOAD-LOCATION-STOCK.
           *> 保管場所と場所別在庫の読み込み（LOCATION.DATが無い、
           *> またはSTOCKLOC.DATが未作成の場合は商品単位の引当のみ）
           MOVE 0 TO LOC-COUNT
           MOVE 0 TO LST-COUNT
           OPEN INPUT LOCATION-FILE
           IF NOT FILE-STATUS-OK
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
                           MOVE LOC-STATE TO LOCT-STATE(LOC-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCATION-FILE
           MOVE 'N' TO EOF-FLAG
           IF LOC-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STOCK-LOCATION-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Location stock file not found - allocating '
                   'at product level only'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LST-COUNT < 2000
                           ADD 1 TO LST-COUNT
                           SET LST-INDEX TO LST-COUNT
                           MOVE SL-PRODUCT-ID
                               TO LST-PRODUCT-ID(LST-INDEX)
                           MOVE SL-LOCATION
                               TO LST-LOCATION(LST-INDEX)
                           MOVE SL-QUANTITY
                               TO LST-ON-HAND(LST-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-LOCATION-FILE
           MOVE 'N' TO EOF-FLAG
           MOVE 'Y' TO LOCATION-TRACKING-SWITCH
           DISPLAY 'Locations loaded: ' LOC-COUNT
               ' location stock rows: ' LST-COUNT.

       LOAD-OPEN-ORDERS.
           *> 受注ファイルの読み込み（無い場合は空から開始）。
           *> ヘッダーに続く明細をその受注の明細範囲として登録する
           MOVE 0 TO ORD-COUNT
           MOVE 0 TO LIN-COUNT
           OPEN INPUT OPEN-ORDER-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO LOAD-HEADER-SWITCH
           PERFORM UNTIL EOF-REACHED
               READ OPEN-ORDER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OO-HEADER-RECORD
                               PERFORM LOAD-ORDER-HEADER
                           WHEN OO-LINE-RECORD
                               PERFORM LOAD-ORDER-LINE
                           WHEN OTHER
                               PERFORM LOAD-LEGACY-ORDER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OPEN-ORDER-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Open orders loaded: ' ORD-COUNT
               ' lines: ' LIN-COUNT.

       LOAD-ORDER-HEADER.
           *> 受注ヘッダー1件分をテーブルへ登録する
           MOVE 'N' TO LOAD-HEADER-SWITCH
           IF ORD-COUNT >= 500
               DISPLAY 'Order table full - order not loaded: '
                   OO-ORDER-ID
               MOVE 'Y' TO LOAD-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ORD-COUNT
           SET ORD-INDEX TO ORD-COUNT
           MOVE OO-ORDER-ID TO ORD-ORDER-ID(ORD-INDEX)
           MOVE OO-CUSTOMER-ID TO ORD-CUSTOMER-ID(ORD-INDEX)
           MOVE OO-ORDER-DATE TO ORD-ORDER-DATE(ORD-INDEX)
           MOVE OO-SALESPERSON-ID TO ORD-SALESPERSON-ID(ORD-INDEX)
           MOVE OO-SHIP-COMPLETE TO ORD-SHIP-COMPLETE(ORD-INDEX)
           MOVE OO-ORDER-STATUS TO ORD-STATUS(ORD-INDEX)
           COMPUTE ORD-FIRST-LINE(ORD-INDEX) = LIN-COUNT + 1
           MOVE LIN-COUNT TO ORD-LAST-LINE(ORD-INDEX)
           MOVE 'N' TO ORD-RELEASE-FLAG(ORD-INDEX)
           MOVE 'Y' TO LOAD-HEADER-SWITCH.

       LOAD-ORDER-LINE.
           *> 受注明細1件分を直前のヘッダーの明細として登録する
           IF LOAD-HEADER-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF LIN-COUNT >= 2000
               DISPLAY 'Order line table full - line not loaded: '
                   OO-ORDER-ID ' line ' OO-LINE-NUMBER
               MOVE 'Y' TO LOAD-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF OO-ORDER-ID NOT = ORD-ORDER-ID(ORD-INDEX)
               DISPLAY 'Order line without header skipped: '
                   OO-ORDER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LIN-COUNT
           SET LIN-INDEX TO LIN-COUNT
           MOVE OO-ORDER-ID TO LIN-ORDER-ID(LIN-INDEX)
           MOVE OO-LINE-NUMBER TO LIN-LINE-NUMBER(LIN-INDEX)
           MOVE OO-PRODUCT-CODE TO LIN-PRODUCT-CODE(LIN-INDEX)
           MOVE OO-QUANTITY TO LIN-QUANTITY(LIN-INDEX)
           MOVE OO-UNIT-PRICE TO LIN-UNIT-PRICE(LIN-INDEX)
           MOVE OO-LINE-STATUS TO LIN-STATUS(LIN-INDEX)
           IF OO-SHIPPED-QTY IS NUMERIC
               MOVE OO-SHIPPED-QTY TO LIN-SHIPPED-QTY(LIN-INDEX)
           ELSE
               MOVE 0 TO LIN-SHIPPED-QTY(LIN-INDEX)
           END-IF
           IF LIN-SHIPPED-QTY(LIN-INDEX) > LIN-QUANTITY(LIN-INDEX)
               MOVE LIN-QUANTITY(LIN-INDEX)
                   TO LIN-SHIPPED-QTY(LIN-INDEX)
           END-IF
           COMPUTE LIN-OPEN-QTY(LIN-INDEX) =
               LIN-QUANTITY(LIN-INDEX) - LIN-SHIPPED-QTY(LIN-INDEX)
           MOVE 'N' TO LIN-PICK-FLAG(LIN-INDEX)
           MOVE SPACES TO LIN-SHIP-LOCATION(LIN-INDEX)
           MOVE 'N' TO LIN-SPLIT-FLAG(LIN-INDEX)
           MOVE LIN-COUNT TO ORD-LAST-LINE(ORD-INDEX).

       LOAD-LEGACY-ORDER.
           *> 1受注1商品の旧形式の行をヘッダー＋明細1行へ変換する
           *> （明細ごとの出荷＝SHIP-COMPLETE N）
           MOVE 'N' TO LOAD-HEADER-SWITCH
           IF ORD-COUNT >= 500
               OR LIN-COUNT >= 2000
               DISPLAY 'Order table full - order not loaded: '
                   OL-ORDER-ID
               MOVE 'Y' TO LOAD-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ORD-COUNT
           SET ORD-INDEX TO ORD-COUNT
           MOVE OL-ORDER-ID TO ORD-ORDER-ID(ORD-INDEX)
           MOVE OL-CUSTOMER-ID TO ORD-CUSTOMER-ID(ORD-INDEX)
           MOVE OL-ORDER-DATE TO ORD-ORDER-DATE(ORD-INDEX)
           MOVE OL-SALESPERSON-ID TO ORD-SALESPERSON-ID(ORD-INDEX)
           MOVE 'N' TO ORD-SHIP-COMPLETE(ORD-INDEX)
           IF OL-STATUS = 'R'
               MOVE 'R' TO ORD-STATUS(ORD-INDEX)
           ELSE
               MOVE 'O' TO ORD-STATUS(ORD-INDEX)
           END-IF
           MOVE 'N' TO ORD-RELEASE-FLAG(ORD-INDEX)
           ADD 1 TO LIN-COUNT
           SET LIN-INDEX TO LIN-COUNT
           MOVE OL-ORDER-ID TO LIN-ORDER-ID(LIN-INDEX)
           MOVE 1 TO LIN-LINE-NUMBER(LIN-INDEX)
           MOVE OL-PRODUCT-CODE TO LIN-PRODUCT-CODE(LIN-INDEX)
           MOVE OL-QUANTITY TO LIN-QUANTITY(LIN-INDEX)
           MOVE OL-UNIT-PRICE TO LIN-UNIT-PRICE(LIN-INDEX)
           MOVE OL-STATUS TO LIN-STATUS(LIN-INDEX)
           *> 旧形式のリリース済み行は全量出荷済みとして扱う
           IF OL-STATUS = 'R'
               MOVE OL-QUANTITY TO LIN-SHIPPED-QTY(LIN-INDEX)
               MOVE 0 TO LIN-OPEN-QTY(LIN-INDEX)
           ELSE
               MOVE 0 TO LIN-SHIPPED-QTY(LIN-INDEX)
               MOVE OL-QUANTITY TO LIN-OPEN-QTY(LIN-INDEX)
           END-IF
           MOVE 'N' TO LIN-PICK-FLAG(LIN-INDEX)
           MOVE SPACES TO LIN-SHIP-LOCATION(LIN-INDEX)
           MOVE 'N' TO LIN-SPLIT-FLAG(LIN-INDEX)
           MOVE LIN-COUNT TO ORD-FIRST-LINE(ORD-INDEX)
           MOVE LIN-COUNT TO ORD-LAST-LINE(ORD-INDEX).

       PROCESS-ORDER-ENTRY.
           *> 受注入力ファイルの取込（検証・登録・却下）
           END-IF

           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO CURRENT-ORDER-SWITCH
           PERFORM UNTIL EOF-REACHED
               READ ORDER-ENTRY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OE-HEADER-RECORD
                               PERFORM CLOSE-CURRENT-ORDER
                               PERFORM VALIDATE-ORDER-HEADER
                           WHEN OE-LINE-RECORD
                               PERFORM VALIDATE-ORDER-LINE
                           WHEN OTHER
                               MOVE 'Unknown record type'
                                   TO ORDER-REJECT-REASON
                               ADD 1 TO LINES-REJECTED
                               PERFORM WRITE-ORDER-REJECT
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM CLOSE-CURRENT-ORDER
           MOVE 'N' TO EOF-FLAG

           CLOSE ORDER-ENTRY-FILE
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           IF ORDERS-REJECTED > 0
               OR LINES-REJECTED > 0
               MOVE 'PROCESS-ORDER-ENTRY' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Some orders rejected to ORDREJ.DAT'
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       VALIDATE-ORDER-HEADER.
           *> 受注ヘッダー1件分の検証と受注テーブルへの登録
           MOVE SPACES TO ORDER-REJECT-REASON
           MOVE 'N' TO CURRENT-ORDER-SWITCH

           *> 受注番号の重複チェック
           MOVE 'N' TO ORDER-FOUND
               END-IF
           END-IF

           IF ORDER-REJECT-REASON = SPACES
               AND OE-SHIP-COMPLETE NOT = 'Y'
               AND OE-SHIP-COMPLETE NOT = 'N'
               AND OE-SHIP-COMPLETE NOT = SPACE
               MOVE 'Invalid ship-complete flag'
                   TO ORDER-REJECT-REASON
           END-IF

           IF ORDER-REJECT-REASON = SPACES
               AND ORD-COUNT >= 500
               MOVE 'Order table full' TO ORDER-REJECT-REASON
           END-IF

           IF ORDER-REJECT-REASON = SPACES
               ADD 1 TO ORD-COUNT
               SET ORD-INDEX TO ORD-COUNT
               MOVE OE-ORDER-ID TO ORD-ORDER-ID(ORD-INDEX)
               MOVE OE-CUSTOMER-ID
                   TO ORD-CUSTOMER-ID(ORD-INDEX)
               MOVE OE-ORDER-DATE TO ORD-ORDER-DATE(ORD-INDEX)
               MOVE OE-SALESPERSON-ID
                   TO ORD-SALESPERSON-ID(ORD-INDEX)
               IF OE-SHIP-COMPLETE = 'Y'
                   MOVE 'Y' TO ORD-SHIP-COMPLETE(ORD-INDEX)
               ELSE
                   MOVE 'N' TO ORD-SHIP-COMPLETE(ORD-INDEX)
               END-IF
               MOVE 'O' TO ORD-STATUS(ORD-INDEX)
               COMPUTE ORD-FIRST-LINE(ORD-INDEX) = LIN-COUNT + 1
               MOVE LIN-COUNT TO ORD-LAST-LINE(ORD-INDEX)
               MOVE 'N' TO ORD-RELEASE-FLAG(ORD-INDEX)
               MOVE 'Y' TO CURRENT-ORDER-SWITCH
           ELSE
               ADD 1 TO ORDERS-REJECTED
               PERFORM WRITE-ORDER-REJECT
           END-IF.

       VALIDATE-ORDER-LINE.
           *> 受注明細1件分の検証と直前のヘッダーへの登録
           MOVE SPACES TO ORDER-REJECT-REASON
           IF CURRENT-ORDER-SWITCH NOT = 'Y'
               MOVE 'No accepted order header'
                   TO ORDER-REJECT-REASON
           ELSE
               IF OE-ORDER-ID NOT = ORD-ORDER-ID(ORD-INDEX)
                   MOVE 'Line does not match order header'
                       TO ORDER-REJECT-REASON
               END-IF
           END-IF

           *> 同じ受注内の明細番号の重複チェック
           IF ORDER-REJECT-REASON = SPACES
               MOVE 'N' TO ORDER-FOUND
               PERFORM VARYING LIN-INDEX
                       FROM ORD-FIRST-LINE(ORD-INDEX) BY 1
                       UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
                   IF LIN-LINE-NUMBER(LIN-INDEX) = OE-LINE-NUMBER
                       MOVE 'Y' TO ORDER-FOUND
                   END-IF
               END-PERFORM
               IF ORDER-FOUND = 'Y'
                   MOVE 'Duplicate line number'
                       TO ORDER-REJECT-REASON
               END-IF
           END-IF

           *> 商品の検証
           IF ORDER-REJECT-REASON = SPACES
               MOVE 'N' TO ORDER-FOUND
           END-IF

           IF ORDER-REJECT-REASON = SPACES
               AND LIN-COUNT >= 2000
               MOVE 'Order line table full' TO ORDER-REJECT-REASON
           END-IF

           IF ORDER-REJECT-REASON = SPACES
               ADD 1 TO LIN-COUNT
               SET LIN-INDEX TO LIN-COUNT
               MOVE OE-ORDER-ID TO LIN-ORDER-ID(LIN-INDEX)
               MOVE OE-LINE-NUMBER TO LIN-LINE-NUMBER(LIN-INDEX)
               MOVE OE-PRODUCT-CODE
                   TO LIN-PRODUCT-CODE(LIN-INDEX)
               MOVE OE-QUANTITY TO LIN-QUANTITY(LIN-INDEX)
               MOVE OE-UNIT-PRICE TO LIN-UNIT-PRICE(LIN-INDEX)
               MOVE 'B' TO LIN-STATUS(LIN-INDEX)
               MOVE 0 TO LIN-SHIPPED-QTY(LIN-INDEX)
               MOVE OE-QUANTITY TO LIN-OPEN-QTY(LIN-INDEX)
               MOVE 'N' TO LIN-PICK-FLAG(LIN-INDEX)
               MOVE SPACES TO LIN-SHIP-LOCATION(LIN-INDEX)
               MOVE 'N' TO LIN-SPLIT-FLAG(LIN-INDEX)
               MOVE LIN-COUNT TO ORD-LAST-LINE(ORD-INDEX)
               ADD 1 TO LINES-ACCEPTED
           ELSE
               ADD 1 TO LINES-REJECTED
               PERFORM WRITE-ORDER-REJECT
           END-IF.

       CLOSE-CURRENT-ORDER.
           *> 受け付けたヘッダーに有効な明細が1行も無ければ受注
           *> ごと取り消す（最後に登録したヘッダーなので件数を戻す）
           IF CURRENT-ORDER-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CURRENT-ORDER-SWITCH
           IF ORD-LAST-LINE(ORD-INDEX) < ORD-FIRST-LINE(ORD-INDEX)
               DISPLAY 'Order ' ORD-ORDER-ID(ORD-INDEX)
                   ' has no valid lines - not registered'
               SUBTRACT 1 FROM ORD-COUNT
               ADD 1 TO ORDERS-REJECTED
           ELSE
               ADD 1 TO ORDERS-ACCEPTED
           END-IF.

       WRITE-ORDER-REJECT.
           *> 却下した入力行を理由付きで却下ファイルへ出力する
           MOVE SPACES TO ORDER-REJECT-RECORD
           STRING ORDER-ENTRY-RECORD DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  ORDER-REJECT-REASON DELIMITED BY SIZE
               INTO ORDER-REJECT-RECORD
           END-STRING
           WRITE ORDER-REJECT-RECORD.

       ALLOCATE-STOCK.
           *> 未リリースの明細を受注テーブル順（＝受注順）・明細順
           *> に在庫へ引き当てる。引当可能数量は商品マスタの在庫
           *> 数量から開始し、引き当てた分を差し引いていく
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               MOVE PROD-ON-HAND(PROD-INDEX)
                   TO PROD-AVAILABLE(PROD-INDEX)
           END-PERFORM

           *> 場所別在庫がある場合は顧客マスタから優先出荷場所と
           *> 州を引くため、引当の間だけ顧客マスタを開いておく
           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           IF LOCATION-TRACKING-ON
               PERFORM VARYING LST-INDEX FROM 1 BY 1
                       UNTIL LST-INDEX > LST-COUNT
                   MOVE LST-ON-HAND(LST-INDEX)
                       TO LST-AVAILABLE(LST-INDEX)
               END-PERFORM
               OPEN INPUT CUSTOMER-MASTER
               IF FILE-STATUS-OK
                   MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
               END-IF
           END-IF

           *> ピッキング中（P）の明細は出荷確定までは在庫数量に
           *> 残っているため、受注順にかかわらず先に全件の数量を
           *> 確保し、先の受注の引当で同じ在庫を約束しないように
           *> する
           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               IF NOT ORD-RELEASED(ORD-INDEX)
                   PERFORM RESERVE-PICKING-ORDER
               END-IF
           END-PERFORM

           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               IF NOT ORD-RELEASED(ORD-INDEX)
               END-IF
           END-PERFORM

           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           END-IF

           DISPLAY 'Allocation completed: ' LINES-ALLOCATED
               ' lines allocated, ' LINES-BACKORDERED
               ' backordered'.

       RESERVE-PICKING-ORDER.
           *> 受注1件分のピッキング中の明細の数量を商品別・場所別
           *> の引当可能数量から差し引く
           MOVE 'N' TO ORDER-FOUND
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF LIN-PICKING(LIN-INDEX)
                   MOVE 'Y' TO ORDER-FOUND
               END-IF
           END-PERFORM
           IF ORDER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-ALLOCATION-CUSTOMER
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF LIN-PICKING(LIN-INDEX)
                   PERFORM RESERVE-PICKING-LINE
               END-IF
           END-PERFORM.

       RESERVE-PICKING-LINE.
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-ID(PROD-INDEX)
                       = LIN-PRODUCT-CODE(LIN-INDEX)
                   SUBTRACT LIN-OPEN-QTY(LIN-INDEX)
                       FROM PROD-AVAILABLE(PROD-INDEX)
                   IF LOCATION-TRACKING-ON
                       PERFORM ALLOCATE-ORDER-LOCATIONS
                   END-IF
                   SET PROD-INDEX TO PROD-COUNT
               END-IF
           END-PERFORM.

       GET-ALLOCATION-CUSTOMER.
           *> 出荷場所の決定に使う顧客の優先場所と州を取得する
           MOVE SPACES TO ALLOC-PREFERRED
           MOVE SPACES TO ALLOC-STATE
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               MOVE ORD-CUSTOMER-ID(ORD-INDEX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-PREFERRED-LOCATION TO ALLOC-PREFERRED
                       MOVE CM-STATE TO ALLOC-STATE
               END-READ
           END-IF.

       ALLOCATE-ONE-ORDER.
           *> 受注1件分の引当。明細ごとに引き当て、在庫が足りない
           *> 明細だけをバックオーダーにする。一括出荷の受注でも
           *> 引き当てられた明細の在庫は確保したままにし、残りの
           *> 明細がそろい次第出荷できるようにする（ピッキング中の
           *> 明細はRESERVE-PICKING-ORDERで確保済み）
           PERFORM GET-ALLOCATION-CUSTOMER

           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF NOT LIN-RELEASED(LIN-INDEX)
                   AND NOT LIN-PICKING(LIN-INDEX)
                   PERFORM ALLOCATE-ONE-LINE
               END-IF
           END-PERFORM.

       ALLOCATE-ONE-LINE.
           *> 明細1行分の引当（在庫が足りなければバックオーダー）
           MOVE 'N' TO ORDER-FOUND
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-ID(PROD-INDEX)
                       = LIN-PRODUCT-CODE(LIN-INDEX)
                   AND ORDER-FOUND NOT = 'Y'
                   MOVE 'Y' TO ORDER-FOUND
                   EVALUATE TRUE
                       WHEN PROD-AVAILABLE(PROD-INDEX)
                               >= LIN-OPEN-QTY(LIN-INDEX)
                           SUBTRACT LIN-OPEN-QTY(LIN-INDEX)
                               FROM PROD-AVAILABLE(PROD-INDEX)
                           MOVE 'A' TO LIN-STATUS(LIN-INDEX)
                           ADD 1 TO LINES-ALLOCATED
                           IF LOCATION-TRACKING-ON
                               PERFORM ALLOCATE-ORDER-LOCATIONS
                           END-IF
                       WHEN OTHER
                           MOVE 'B' TO LIN-STATUS(LIN-INDEX)
                           ADD 1 TO LINES-BACKORDERED
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ALLOCATE-ORDER-LOCATIONS.
           *> 引き当てた明細の出荷場所を決める。顧客の優先場所、
           *> 顧客と同じ州の場所、その他の場所（LOCATION.DATの順）
           *> の順に、まず全量を1か所で賄える場所を探し、無ければ
           *> 同じ順で分割する（COMPREHENSIVE-SAMPLEの売上引き
           *> 落としと同じ規則）。優先場所と州は受注ごとに
           *> ALLOCATE-ONE-ORDERで顧客マスタから取得済み
           MOVE LIN-OPEN-QTY(LIN-INDEX) TO ALLOC-REMAINING
           MOVE SPACES TO LIN-SHIP-LOCATION(LIN-INDEX)
           MOVE 'N' TO LIN-SPLIT-FLAG(LIN-INDEX)
           MOVE 'N' TO ALLOC-SPLIT-SWITCH
           PERFORM ALLOCATE-BY-LOCATION-PRIORITY
           IF ALLOC-REMAINING > 0
               MOVE 'Y' TO ALLOC-SPLIT-SWITCH
               PERFORM ALLOCATE-BY-LOCATION-PRIORITY
           END-IF.

       ALLOCATE-BY-LOCATION-PRIORITY.
           *> 優先順（1=優先場所、2=同じ州、3=その他）に場所を走査
           PERFORM VARYING ALLOC-PASS FROM 1 BY 1
                   UNTIL ALLOC-PASS > 3 OR ALLOC-REMAINING = 0
               PERFORM VARYING LOC-INDEX FROM 1 BY 1
                       UNTIL LOC-INDEX > LOC-COUNT
                          OR ALLOC-REMAINING = 0
                   PERFORM ALLOCATE-FROM-ONE-LOCATION
               END-PERFORM
           END-PERFORM.

       ALLOCATE-FROM-ONE-LOCATION.
           *> 現在の段階に属する場所かを判定し、在庫があれば取る
           EVALUATE ALLOC-PASS
               WHEN 1
                   IF LOCT-CODE(LOC-INDEX) NOT = ALLOC-PREFERRED
                       EXIT PARAGRAPH
                   END-IF
               WHEN 2
                   IF LOCT-CODE(LOC-INDEX) = ALLOC-PREFERRED
                       OR ALLOC-STATE = SPACES
                       OR LOCT-STATE(LOC-INDEX) NOT = ALLOC-STATE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF LOCT-CODE(LOC-INDEX) = ALLOC-PREFERRED
                       OR (ALLOC-STATE NOT = SPACES
                           AND LOCT-STATE(LOC-INDEX) = ALLOC-STATE)
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           MOVE 'N' TO ALLOC-LOCATION-FOUND
           PERFORM VARYING LST-INDEX FROM 1 BY 1
                   UNTIL LST-INDEX > LST-COUNT
                      OR ALLOC-LOCATION-FOUND = 'Y'
               IF LST-PRODUCT-ID(LST-INDEX)
                       = LIN-PRODUCT-CODE(LIN-INDEX)
                   AND LST-LOCATION(LST-INDEX) = LOCT-CODE(LOC-INDEX)
                   MOVE 'Y' TO ALLOC-LOCATION-FOUND
               END-IF
           END-PERFORM
           IF ALLOC-LOCATION-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET LST-INDEX DOWN BY 1
           IF LST-AVAILABLE(LST-INDEX) <= 0
               EXIT PARAGRAPH
           END-IF
           IF ALLOC-SPLIT-SWITCH = 'N'
               IF LST-AVAILABLE(LST-INDEX) < ALLOC-REMAINING
                   EXIT PARAGRAPH
               END-IF
               MOVE ALLOC-REMAINING TO ALLOC-TAKE
           ELSE
               IF LST-AVAILABLE(LST-INDEX) < ALLOC-REMAINING
                   MOVE LST-AVAILABLE(LST-INDEX) TO ALLOC-TAKE
               ELSE
                   MOVE ALLOC-REMAINING TO ALLOC-TAKE
               END-IF
           END-IF
           SUBTRACT ALLOC-TAKE FROM LST-AVAILABLE(LST-INDEX)
           SUBTRACT ALLOC-TAKE FROM ALLOC-REMAINING
           IF LIN-SHIP-LOCATION(LIN-INDEX) = SPACES
               MOVE LOCT-CODE(LOC-INDEX)
                   TO LIN-SHIP-LOCATION(LIN-INDEX)
           ELSE
               MOVE 'Y' TO LIN-SPLIT-FLAG(LIN-INDEX)
           END-IF.

       PROCESS-SHIP-CONFIRMATIONS.
           *> 倉庫の出荷確定の取込。確定した数量だけを売上トラン
           *> ザクションへ起票し、不足分は受注残へ戻す
           OPEN INPUT SHIP-CONFIRM-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No ship confirmation file this run'
               EXIT PARAGRAPH
           END-IF

           *> SALES.TRANを開けない場合は確定ファイルを残し、次回に
           *> 取り込み直す
           OPEN EXTEND SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT SALES-TRANSACTIONS
               IF NOT FILE-STATUS-OK
                   CLOSE SHIP-CONFIRM-FILE
                   DISPLAY 'SALES.TRAN not available - '
                       'confirmations held for next run'
                   MOVE 'PROCESS-SHIP-CONFIRMATIONS'
                       TO AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO AUDIT-OUTCOME
                   MOVE 'SALES.TRAN not available - confirmations held'
                       TO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT SHIP-REJECT-FILE
           OPEN EXTEND SHIP-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT SHIP-HISTORY-FILE
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SHIP-CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM CONFIRM-ONE-SHIPMENT
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           CLOSE SHIP-CONFIRM-FILE
           CLOSE SHIP-REJECT-FILE
           CLOSE SHIP-HISTORY-FILE
           CLOSE SALES-TRANSACTIONS

           MOVE 'mv SHIPCONF.DAT SHIPCONF.DONE'
               TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           DISPLAY 'Shipments confirmed: ' LINES-SHIPPED
               ' short: ' LINES-SHORT-SHIPPED
               ' rejected: ' CONFIRMS-REJECTED
           MOVE 'PROCESS-SHIP-CONFIRMATIONS' TO AUDIT-PARAGRAPH-ID
           IF CONFIRMS-REJECTED > 0
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Some confirmations rejected to SHIPREJ.DAT'
                   TO AUDIT-MESSAGE
           ELSE
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE 'Ship confirmations posted to SALES.TRAN'
                   TO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       CONFIRM-ONE-SHIPMENT.
           *> 出荷確定1件分の検証と起票（ピッキング中の明細のみ。
           *> 出荷数量は受注残を超えられない）
           MOVE SPACES TO SHIP-REJECT-REASON

           MOVE 'N' TO ORDER-FOUND
           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
                      OR ORDER-FOUND = 'Y'
               IF ORD-ORDER-ID(ORD-INDEX) = SC-ORDER-ID
                   MOVE 'Y' TO ORDER-FOUND
               END-IF
           END-PERFORM
           IF ORDER-FOUND NOT = 'Y'
               MOVE 'Unknown order' TO SHIP-REJECT-REASON
           ELSE
               SET ORD-INDEX DOWN BY 1
               MOVE 'N' TO ORDER-FOUND
               PERFORM VARYING LIN-INDEX
                       FROM ORD-FIRST-LINE(ORD-INDEX) BY 1
                       UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
                          OR ORDER-FOUND = 'Y'
                   IF LIN-LINE-NUMBER(LIN-INDEX) = SC-LINE-NUMBER
                       MOVE 'Y' TO ORDER-FOUND
                   END-IF
               END-PERFORM
               IF ORDER-FOUND NOT = 'Y'
                   MOVE 'Unknown order line' TO SHIP-REJECT-REASON
               ELSE
                   SET LIN-INDEX DOWN BY 1
               END-IF
           END-IF

           IF SHIP-REJECT-REASON = SPACES
               AND NOT LIN-PICKING(LIN-INDEX)
               MOVE 'Line not released for picking'
                   TO SHIP-REJECT-REASON
           END-IF
           IF SHIP-REJECT-REASON = SPACES
               AND SC-SHIPPED-QTY IS NOT NUMERIC
               MOVE 'Invalid shipped quantity' TO SHIP-REJECT-REASON
           END-IF
           IF SHIP-REJECT-REASON = SPACES
               AND SC-SHIPPED-QTY > LIN-OPEN-QTY(LIN-INDEX)
               MOVE 'Shipped more than open quantity'
                   TO SHIP-REJECT-REASON
           END-IF

           IF SHIP-REJECT-REASON NOT = SPACES
               ADD 1 TO CONFIRMS-REJECTED
               MOVE SPACES TO SHIP-REJECT-RECORD
               STRING SHIP-CONFIRM-RECORD DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      SHIP-REJECT-REASON DELIMITED BY SIZE
                   INTO SHIP-REJECT-RECORD
               END-STRING
               WRITE SHIP-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF SC-SHIP-DATE = SPACES
               MOVE RUN-TODAY TO SHIP-DATE
           ELSE
               MOVE SC-SHIP-DATE TO SHIP-DATE
           END-IF

           *> 出荷した数量を売上として起票する
           MOVE 0 TO SHIP-TXN-ID
           IF SC-SHIPPED-QTY > 0
               PERFORM WRITE-SHIPPED-SALE
           END-IF

           *> 受注残を減らし、不足分はバックオーダーへ戻す
           ADD SC-SHIPPED-QTY TO LIN-SHIPPED-QTY(LIN-INDEX)
           COMPUTE SHORT-QTY =
               LIN-OPEN-QTY(LIN-INDEX) - SC-SHIPPED-QTY
           MOVE SHORT-QTY TO LIN-OPEN-QTY(LIN-INDEX)
           IF SHORT-QTY = 0
               MOVE 'R' TO LIN-STATUS(LIN-INDEX)
               ADD 1 TO LINES-SHIPPED
           ELSE
               MOVE 'B' TO LIN-STATUS(LIN-INDEX)
               ADD 1 TO LINES-SHORT-SHIPPED
               DISPLAY 'Short shipment: order ' SC-ORDER-ID
                   ' line ' SC-LINE-NUMBER ' short ' SHORT-QTY
                   ' - returned to backlog'
           END-IF

           *> 出荷実績（送り状番号付き）の記録
           MOVE SPACES TO SHIP-HISTORY-RECORD
           MOVE SHIP-DATE TO SH-SHIP-DATE
           MOVE SC-ORDER-ID TO SH-ORDER-ID
           MOVE SC-LINE-NUMBER TO SH-LINE-NUMBER
           MOVE LIN-PRODUCT-CODE(LIN-INDEX) TO SH-PRODUCT-CODE
           MOVE SC-SHIPPED-QTY TO SH-SHIPPED-QTY
           MOVE SHORT-QTY TO SH-SHORT-QTY
           MOVE SC-CARRIER-REF TO SH-CARRIER-REF
           MOVE SHIP-TXN-ID TO SH-TRANSACTION-ID
           WRITE SHIP-HISTORY-RECORD

           *> 全明細が出荷済みになった受注はリリース済みにする
           MOVE 'R' TO ORD-STATUS(ORD-INDEX)
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF NOT LIN-RELEASED(LIN-INDEX)
                   MOVE 'O' TO ORD-STATUS(ORD-INDEX)
               END-IF
           END-PERFORM.

       WRITE-SHIPPED-SALE.
           *> 出荷確定数量1件分の売上トランザクション起票。
           *> 取引番号は出荷ごとに採番する（売掛金の請求書作成や
           *> コミッション計上は取引番号を売上1件ごとに一意とみなす
           *> ため、同じ受注の明細や分割出荷でも別の番号にする）。
           *> 受注との対応はSHIPHIST.DATに記録する
           PERFORM NEXT-SHIP-TRANSACTION-ID
           MOVE SHIP-TXN-ID TO TRANSACTION-ID
           MOVE ORD-CUSTOMER-ID(ORD-INDEX) TO CUSTOMER-ID
           MOVE LIN-PRODUCT-CODE(LIN-INDEX) TO PRODUCT-CODE
           MOVE SC-SHIPPED-QTY TO QUANTITY
           MOVE LIN-UNIT-PRICE(LIN-INDEX) TO UNIT-PRICE
           COMPUTE TOTAL-AMOUNT =
               SC-SHIPPED-QTY * LIN-UNIT-PRICE(LIN-INDEX)
           MOVE SHIP-DATE TO TRANSACTION-DATE
           MOVE ORD-SALESPERSON-ID(ORD-INDEX) TO SALESPERSON-ID
           WRITE SALES-RECORD.

       NEXT-SHIP-TRANSACTION-ID.
           *> 出荷取引番号を採番する（最終通番はSHIPSEQ.DATに保持し、
           *> 採番のたびに書き戻して異常終了後も番号を重ねない）
           MOVE 0 TO SHIP-SEQUENCE
           OPEN INPUT SHIP-SEQUENCE-FILE
           IF FILE-STATUS-OK
               READ SHIP-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SHIP-SEQ-RECORD IS NUMERIC
                           MOVE SHIP-SEQ-RECORD TO SHIP-SEQUENCE
                       END-IF
               END-READ
               CLOSE SHIP-SEQUENCE-FILE
           END-IF
           ADD 1 TO SHIP-SEQUENCE
           MOVE SHIP-SEQUENCE TO SHIP-SEQ-RECORD
           OPEN OUTPUT SHIP-SEQUENCE-FILE
           WRITE SHIP-SEQ-RECORD
           CLOSE SHIP-SEQUENCE-FILE
           MOVE 6 TO SHIP-TXN-PREFIX
           MOVE SHIP-SEQUENCE TO SHIP-TXN-SEQUENCE.

       RELEASE-SHIPPABLE-ORDERS.
           *> 引当済み（A）の明細を倉庫へ出荷指示し、ピッキング中
           *> （P）にする。一括出荷の受注は未リリースの全明細が
           *> 引当済み（またはピッキング中）の場合だけリリースする。
           *> 売上の起票は出荷確定（PROCESS-SHIP-CONFIRMATIONS）で
           *> 行うため、ここではSALES.TRANへ書かない
           MOVE 0 TO ORDERS-RELEASED
           MOVE 0 TO LINES-RELEASED
           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               MOVE 'N' TO ORD-RELEASE-FLAG(ORD-INDEX)
               IF NOT ORD-RELEASED(ORD-INDEX)
                   PERFORM CHECK-ORDER-RELEASABLE
               END-IF
           END-PERFORM

           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               IF ORD-RELEASE-FLAG(ORD-INDEX) = 'Y'
                   PERFORM RELEASE-ONE-ORDER
               END-IF
           END-PERFORM

           PERFORM WRITE-PICK-LIST
           PERFORM WRITE-PACKING-SLIPS

           IF ORDERS-RELEASED = 0
               DISPLAY 'No shippable orders to release'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Orders released to the warehouse: '
               ORDERS-RELEASED ' (' LINES-RELEASED ' lines)'
           MOVE 'RELEASE-SHIPPABLE-ORDERS'
               TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'Shippable orders released for picking'
               TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.

       CHECK-ORDER-RELEASABLE.
           *> 受注1件分のリリース可否（明細ごとの出荷は引当済みの
           *> 明細が1行でもあれば可、一括出荷は未リリースの明細が
           *> 全て引当済みかピッキング中の場合のみ可）
           MOVE 0 TO LINES-OPEN
           MOVE 0 TO LINES-READY
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF LIN-ALLOCATED(LIN-INDEX)
                   ADD 1 TO LINES-READY
               END-IF
               IF LIN-BACKORDER(LIN-INDEX)
                   ADD 1 TO LINES-OPEN
               END-IF
           END-PERFORM
           IF LINES-READY = 0
               EXIT PARAGRAPH
           END-IF
           IF ORD-SHIP-COMPLETE-ON(ORD-INDEX)
               AND LINES-OPEN > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ORD-RELEASE-FLAG(ORD-INDEX)
           ADD 1 TO ORDERS-RELEASED.

       RELEASE-ONE-ORDER.
           *> 受注1件分の引当済み明細をピッキング中にする
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF LIN-ALLOCATED(LIN-INDEX)
                   MOVE 'P' TO LIN-STATUS(LIN-INDEX)
                   MOVE 'Y' TO LIN-PICK-FLAG(LIN-INDEX)
                   ADD 1 TO LINES-RELEASED
               END-IF
           END-PERFORM.

       WRITE-PICK-LIST.
           *> 当実行で出荷指示した明細の商品別ピッキングリスト
           *> （商品ごとに合計数量と受注・明細・出荷場所の内訳）
           OPEN OUTPUT PICK-LIST-FILE
           MOVE SPACES TO PICK-LIST-LINE
           STRING 'PICK LIST BY PRODUCT ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO PICK-LIST-LINE
           END-STRING
           WRITE PICK-LIST-LINE
           IF LINES-RELEASED = 0
               MOVE '(nothing to pick)' TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               CLOSE PICK-LIST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               PERFORM WRITE-PICK-PRODUCT
           END-PERFORM
           CLOSE PICK-LIST-FILE
           DISPLAY 'Pick list written to PICKLIST.TXT'.

       WRITE-PICK-PRODUCT.
           *> 商品1件分（出荷指示した明細がある場合のみ）
           MOVE 0 TO PICK-PRODUCT-QTY
           PERFORM VARYING LIN-INDEX FROM 1 BY 1
                   UNTIL LIN-INDEX > LIN-COUNT
               IF LIN-PICK-FLAG(LIN-INDEX) = 'Y'
                   AND LIN-PRODUCT-CODE(LIN-INDEX)
                       = PROD-ID(PROD-INDEX)
                   ADD LIN-OPEN-QTY(LIN-INDEX) TO PICK-PRODUCT-QTY
               END-IF
           END-PERFORM
           IF PICK-PRODUCT-QTY = 0
               EXIT PARAGRAPH
           END-IF

           MOVE PICK-PRODUCT-QTY TO PICK-QTY-DISPLAY
           MOVE SPACES TO PICK-LIST-LINE
           WRITE PICK-LIST-LINE
           STRING 'PRODUCT ' DELIMITED BY SIZE
                  PROD-ID(PROD-INDEX) DELIMITED BY SIZE
                  '  TOTAL TO PICK ' DELIMITED BY SIZE
                  PICK-QTY-DISPLAY DELIMITED BY SIZE
               INTO PICK-LIST-LINE
           END-STRING
           WRITE PICK-LIST-LINE
           PERFORM VARYING LIN-INDEX FROM 1 BY 1
                   UNTIL LIN-INDEX > LIN-COUNT
               IF LIN-PICK-FLAG(LIN-INDEX) = 'Y'
                   AND LIN-PRODUCT-CODE(LIN-INDEX)
                       = PROD-ID(PROD-INDEX)
                   MOVE LIN-OPEN-QTY(LIN-INDEX) TO SLIP-QTY-DISPLAY
                   MOVE SPACES TO PICK-LIST-LINE
                   STRING '  order ' DELIMITED BY SIZE
                          LIN-ORDER-ID(LIN-INDEX) DELIMITED BY SIZE
                          ' line ' DELIMITED BY SIZE
                          LIN-LINE-NUMBER(LIN-INDEX)
                              DELIMITED BY SIZE
                          ' qty ' DELIMITED BY SIZE
                          SLIP-QTY-DISPLAY DELIMITED BY SIZE
                          ' from ' DELIMITED BY SIZE
                          LIN-SHIP-LOCATION(LIN-INDEX)
                              DELIMITED BY SIZE
                       INTO PICK-LIST-LINE
                   END-STRING
                   IF LIN-SPLIT-FLAG(LIN-INDEX) = 'Y'
                       MOVE '+ other locations'
                           TO PICK-LIST-LINE(45:17)
                   END-IF
                   WRITE PICK-LIST-LINE
               END-IF
           END-PERFORM.

       WRITE-PACKING-SLIPS.
           *> 当実行で出荷指示した受注ごとの納品書（送り先は顧客
           *> マスタ。出荷確定時に運送会社の送り状番号を記入する）
           OPEN OUTPUT PACKING-SLIP-FILE
           IF LINES-RELEASED = 0
               MOVE '(no packing slips this run)'
                   TO PACKING-SLIP-LINE
               WRITE PACKING-SLIP-LINE
               CLOSE PACKING-SLIP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           OPEN INPUT CUSTOMER-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
           END-IF
           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               IF ORD-RELEASE-FLAG(ORD-INDEX) = 'Y'
                   PERFORM WRITE-ONE-PACKING-SLIP
               END-IF
           END-PERFORM
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           END-IF
           CLOSE PACKING-SLIP-FILE
           DISPLAY 'Packing slips written to PACKSLIP.TXT'.

       WRITE-ONE-PACKING-SLIP.
           *> 受注1件分の納品書
           MOVE SPACES TO CM-CUSTOMER-NAME
           MOVE SPACES TO CM-CUSTOMER-ADDRESS
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               MOVE ORD-CUSTOMER-ID(ORD-INDEX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-CUSTOMER-NAME
                       MOVE SPACES TO CM-CUSTOMER-ADDRESS
               END-READ
           END-IF

           MOVE ALL '=' TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE
           MOVE SPACES TO PACKING-SLIP-LINE
           STRING 'PACKING SLIP  ORDER ' DELIMITED BY SIZE
                  ORD-ORDER-ID(ORD-INDEX) DELIMITED BY SIZE
                  '  ORDER DATE ' DELIMITED BY SIZE
                  ORD-ORDER-DATE(ORD-INDEX) DELIMITED BY SIZE
                  '  RELEASED ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO PACKING-SLIP-LINE
           END-STRING
           WRITE PACKING-SLIP-LINE
           MOVE SPACES TO PACKING-SLIP-LINE
           STRING 'SHIP TO ' DELIMITED BY SIZE
                  ORD-CUSTOMER-ID(ORD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO PACKING-SLIP-LINE
           END-STRING
           WRITE PACKING-SLIP-LINE
           MOVE SPACES TO PACKING-SLIP-LINE
           STRING '        ' DELIMITED BY SIZE
                  CM-STREET-CITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-ZIP-CODE DELIMITED BY SIZE
               INTO PACKING-SLIP-LINE
           END-STRING
           WRITE PACKING-SLIP-LINE
           MOVE 'LINE PRODUCT      QTY   LOCATION' TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF LIN-PICK-FLAG(LIN-INDEX) = 'Y'
                   MOVE LIN-OPEN-QTY(LIN-INDEX) TO SLIP-QTY-DISPLAY
                   MOVE SPACES TO PACKING-SLIP-LINE
                   STRING LIN-LINE-NUMBER(LIN-INDEX)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          LIN-PRODUCT-CODE(LIN-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SLIP-QTY-DISPLAY DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          LIN-SHIP-LOCATION(LIN-INDEX)
                              DELIMITED BY SIZE
                       INTO PACKING-SLIP-LINE
                   END-STRING
                   WRITE PACKING-SLIP-LINE
               END-IF
           END-PERFORM
           MOVE 'CARRIER / TRACKING REF: ____________________'
               TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE.

       SAVE-OPEN-ORDERS.
           *> 受注テーブルをファイルへ書き戻す（ヘッダーの直後に
           *> その明細）。保持日数を過ぎたリリース済み（R）の受注は
           *> 明細ごとORDARCH.DATへ退避し、OPENORD.DATがテーブル
           *> 上限（500件）を死に行で埋め尽くして新規受注を永久に
           *> 拒否することがないようにする。保持期間内のR受注は
           *> 重複受注ID検査の履歴として残す
           COMPUTE RETAIN-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RUN-TODAY))
               ' archived: ' ORDERS-ARCHIVED.

       SAVE-ONE-OPEN-ORDER.
           *> 受注1件分の書き戻し（古いR受注はアーカイブへ）。
           *> 受注日が読めない受注は退避の判定ができないため残す
           MOVE 'N' TO ORDER-FOUND
           IF ORD-RELEASED(ORD-INDEX)
               AND ORD-ORDER-DATE(ORD-INDEX) IS NUMERIC
               COMPUTE ORDER-AGE-INT =
                           ORD-ORDER-DATE(ORD-INDEX)))
               IF ORDER-AGE-INT > 0
                   AND ORDER-AGE-INT < RETAIN-CUTOFF-INT
                   MOVE 'Y' TO ORDER-FOUND
               END-IF
           END-IF

           MOVE SPACES TO OPEN-ORDER-RECORD
           MOVE 'H' TO OO-RECORD-TYPE
           MOVE ORD-ORDER-ID(ORD-INDEX) TO OO-ORDER-ID
           MOVE ORD-CUSTOMER-ID(ORD-INDEX)
               TO OO-CUSTOMER-ID
           MOVE ORD-ORDER-DATE(ORD-INDEX) TO OO-ORDER-DATE
           MOVE ORD-SALESPERSON-ID(ORD-INDEX)
               TO OO-SALESPERSON-ID
           MOVE ORD-SHIP-COMPLETE(ORD-INDEX) TO OO-SHIP-COMPLETE
           MOVE ORD-STATUS(ORD-INDEX) TO OO-ORDER-STATUS
           PERFORM WRITE-ONE-ORDER-ROW

           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               MOVE SPACES TO OPEN-ORDER-RECORD
               MOVE 'L' TO OO-RECORD-TYPE
               MOVE LIN-ORDER-ID(LIN-INDEX) TO OO-ORDER-ID
               MOVE LIN-LINE-NUMBER(LIN-INDEX) TO OO-LINE-NUMBER
               MOVE LIN-PRODUCT-CODE(LIN-INDEX) TO OO-PRODUCT-CODE
               MOVE LIN-QUANTITY(LIN-INDEX) TO OO-QUANTITY
               MOVE LIN-UNIT-PRICE(LIN-INDEX) TO OO-UNIT-PRICE
               MOVE LIN-STATUS(LIN-INDEX) TO OO-LINE-STATUS
               MOVE LIN-SHIPPED-QTY(LIN-INDEX) TO OO-SHIPPED-QTY
               PERFORM WRITE-ONE-ORDER-ROW
           END-PERFORM

           IF ORDER-FOUND = 'Y'
               ADD 1 TO ORDERS-ARCHIVED
           ELSE
               ADD 1 TO ORDERS-KEPT
           END-IF.

       WRITE-ONE-ORDER-ROW.
           *> ヘッダー・明細1行を受注ファイルかアーカイブへ書く
           *> （ORDER-FOUND=Yの受注はアーカイブ）
           IF ORDER-FOUND = 'Y'
               PERFORM ARCHIVE-ONE-OPEN-ORDER
           ELSE
               WRITE OPEN-ORDER-RECORD
           END-IF.

       ARCHIVE-ONE-OPEN-ORDER.
           *> 保持日数を過ぎたリリース済み受注の行をアーカイブへ追記
           IF ARCHIVE-OPEN-SWITCH NOT = 'Y'
               OPEN EXTEND ORDER-ARCHIVE-FILE
               IF NOT FILE-STATUS-OK
               MOVE 'Y' TO ARCHIVE-OPEN-SWITCH
           END-IF
           MOVE OPEN-ORDER-RECORD TO ORDER-ARCHIVE-RECORD
           WRITE ORDER-ARCHIVE-RECORD.

       WRITE-BACKLOG-REPORT.
           *> 受注残レポート（未完了の受注と未出荷明細、続いて
           *> 商品別の受注残・バックオーダー数量）
           MOVE 0 TO BKL-COUNT
           PERFORM VARYING LIN-INDEX FROM 1 BY 1
                   UNTIL LIN-INDEX > LIN-COUNT
               IF NOT LIN-RELEASED(LIN-INDEX)
                   PERFORM ACCUMULATE-BACKLOG
               END-IF
           END-PERFORM

           OPEN OUTPUT BACKLOG-REPORT-FILE
           MOVE SPACES TO BACKLOG-REPORT-LINE
           STRING 'OPEN ORDERS AND ORDER BACKLOG AS OF '
                      DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO BACKLOG-REPORT-LINE
           END-STRING
           WRITE BACKLOG-REPORT-LINE

           MOVE 0 TO BACKLOG-ORDERS
           PERFORM VARYING ORD-INDEX FROM 1 BY 1
                   UNTIL ORD-INDEX > ORD-COUNT
               IF NOT ORD-RELEASED(ORD-INDEX)
                   PERFORM WRITE-BACKLOG-ORDER
               END-IF
           END-PERFORM
           IF BACKLOG-ORDERS = 0
               MOVE SPACES TO BACKLOG-REPORT-LINE
               STRING '(no open orders)' DELIMITED BY SIZE
                   INTO BACKLOG-REPORT-LINE
               END-STRING
               WRITE BACKLOG-REPORT-LINE
           END-IF

           MOVE SPACES TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           MOVE 'ORDER BACKLOG BY PRODUCT' TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           PERFORM VARYING BKL-INDEX FROM 1 BY 1
                   UNTIL BKL-INDEX > BKL-COUNT
               MOVE SPACES TO BACKLOG-REPORT-LINE

           IF BKL-COUNT = 0
               MOVE SPACES TO BACKLOG-REPORT-LINE
               STRING '(no open order lines)' DELIMITED BY SIZE
                   INTO BACKLOG-REPORT-LINE
               END-STRING
               WRITE BACKLOG-REPORT-LINE
           CLOSE BACKLOG-REPORT-FILE
           DISPLAY 'Backlog report written to ORDBACK.TXT'.

       WRITE-BACKLOG-ORDER.
           *> 未完了の受注1件分（ヘッダー行と未出荷の明細行）
           ADD 1 TO BACKLOG-ORDERS
           MOVE SPACES TO BACKLOG-REPORT-LINE
           STRING 'ORDER ' DELIMITED BY SIZE
                  ORD-ORDER-ID(ORD-INDEX) DELIMITED BY SIZE
                  ' customer ' DELIMITED BY SIZE
                  ORD-CUSTOMER-ID(ORD-INDEX) DELIMITED BY SIZE
                  ' ordered ' DELIMITED BY SIZE
                  ORD-ORDER-DATE(ORD-INDEX) DELIMITED BY SIZE
                  ' ship complete ' DELIMITED BY SIZE
                  ORD-SHIP-COMPLETE(ORD-INDEX) DELIMITED BY SIZE
               INTO BACKLOG-REPORT-LINE
           END-STRING
           WRITE BACKLOG-REPORT-LINE
           PERFORM VARYING LIN-INDEX FROM ORD-FIRST-LINE(ORD-INDEX)
                   BY 1 UNTIL LIN-INDEX > ORD-LAST-LINE(ORD-INDEX)
               IF NOT LIN-RELEASED(LIN-INDEX)
                   EVALUATE TRUE
                       WHEN LIN-ALLOCATED(LIN-INDEX)
                           MOVE 'ALLOCATED' TO LINE-STATUS-TEXT
                       WHEN LIN-PICKING(LIN-INDEX)
                           MOVE 'PICKING' TO LINE-STATUS-TEXT
                       WHEN OTHER
                           MOVE 'BACKORDERED' TO LINE-STATUS-TEXT
                   END-EVALUATE
                   MOVE SPACES TO BACKLOG-REPORT-LINE
                   STRING '  line ' DELIMITED BY SIZE
                          LIN-LINE-NUMBER(LIN-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LIN-PRODUCT-CODE(LIN-INDEX)
                              DELIMITED BY SIZE
                          ' ordered ' DELIMITED BY SIZE
                          LIN-QUANTITY(LIN-INDEX) DELIMITED BY SIZE
                          ' open ' DELIMITED BY SIZE
                          LIN-OPEN-QTY(LIN-INDEX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LINE-STATUS-TEXT DELIMITED BY SIZE
                       INTO BACKLOG-REPORT-LINE
                   END-STRING
                   WRITE BACKLOG-REPORT-LINE
               END-IF
           END-PERFORM.

       ACCUMULATE-BACKLOG.
           *> 未リリース明細1行分を商品別集計へ加算する
           MOVE 'N' TO ORDER-FOUND
           PERFORM VARYING BKL-INDEX FROM 1 BY 1
                   UNTIL BKL-INDEX > BKL-COUNT
               IF BKL-PRODUCT-CODE(BKL-INDEX)
                       = LIN-PRODUCT-CODE(LIN-INDEX)
                   AND ORDER-FOUND NOT = 'Y'
                   MOVE 'Y' TO ORDER-FOUND
                   ADD LIN-OPEN-QTY(LIN-INDEX)
                       TO BKL-OPEN-QTY(BKL-INDEX)
                   IF LIN-BACKORDER(LIN-INDEX)
                       ADD LIN-OPEN-QTY(LIN-INDEX)
                           TO BKL-BACKORDER-QTY(BKL-INDEX)
                   END-IF
               END-IF
               AND BKL-COUNT < 100
               ADD 1 TO BKL-COUNT
               SET BKL-INDEX TO BKL-COUNT
               MOVE LIN-PRODUCT-CODE(LIN-INDEX)
                   TO BKL-PRODUCT-CODE(BKL-INDEX)
               MOVE LIN-OPEN-QTY(LIN-INDEX)
                   TO BKL-OPEN-QTY(BKL-INDEX)
               IF LIN-BACKORDER(LIN-INDEX)
                   MOVE LIN-OPEN-QTY(LIN-INDEX)
                       TO BKL-BACKORDER-QTY(BKL-INDEX)
               ELSE
                   MOVE 0 TO BKL-BACKORDER-QTY(BKL-INDEX)
