       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-AGING.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 滞留在庫・陳腐化在庫の評価減プログラム（月末締め用）
       *>
       *> このプログラムは次の4ステップを順に実行します：
       *>   1. 受払の集計 - 在庫受払台帳（STKLEDG.DAT）から商品別の
       *>      最終売上日・最終入荷日と直近365日の使用数量（売上
       *>      出庫－返品戻入）を集計する
       *>   2. ABC分類 - 年間使用金額（使用数量×移動平均単価）の
       *>      大きい順に累計構成比を求め、A／B／Cに分類する
       *>      （既定はA=80%まで、B=95%まで、残りC）
       *>   3. 滞留年齢と評価減 - 最終売上日（売上が無い場合は最終
       *>      入荷日、どちらも無い場合は台帳の最初の日）からの
       *>      経過日数で年齢帯を決め、年齢帯ごとの評価減率を在庫
       *>      金額に掛けて評価減引当額を求める。結果はSTKAGE.TXT
       *>   4. 引当額の連携 - 引当額の合計と前回計上額との差額を
       *>      GL-JOURNALの連携ファイル（INVPROV.DAT）へ出力し、
       *>      今回の合計を計上済み額（STKPROV.DAT）として保存する
       *>
       *> 年齢帯・評価減率・ABCの境界はAGECTL.DATで変更できる。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 在庫受払台帳（COMPREHENSIVE-SAMPLEが追記する。参照のみ）
           SELECT STOCK-LEDGER-FILE
               ASSIGN TO 'STKLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品マスタファイル（在庫数量・移動平均単価の参照のみ）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 滞留在庫の設定ファイル（種別＋値の1行1指示）
           SELECT AGING-CONFIG-FILE
               ASSIGN TO 'AGECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 滞留在庫・評価減レポート
           SELECT AGING-REPORT-FILE
               ASSIGN TO 'STKAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 計上済み評価減引当額（前回実行時の引当額の合計を
           *> 1行で保持する）
           SELECT PROVISION-STATE-FILE
               ASSIGN TO 'STKPROV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 評価減引当の連携ファイル（GL-JOURNALが取り込み後に
           *> INVPROV.DONEへ退避する）
           SELECT PROVISION-FEED-FILE
               ASSIGN TO 'INVPROV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

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

       *> 在庫受払台帳レコード構造（COMPREHENSIVE-SAMPLEの
       *> STOCK-LEDGER-RECORDと同一項目）
       FD  STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LEDGER-RECORD.
           05  SM-MOVE-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  SM-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  SM-MOVEMENT-TYPE       PIC X(8).
           05  FILLER                 PIC X(1).
           05  SM-QUANTITY            PIC S9(7)
               SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(1).
           05  SM-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(1).
           05  SM-BALANCE             PIC S9(7)
               SIGN IS LEADING SEPARATE.

       *> 商品マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> PRODUCT-MASTER-RECORDと同一項目）
       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-ID          PIC X(10).
           05  PM-PRODUCT-NAME        PIC X(30).
           05  PM-PRODUCT-PRICE       PIC 9(5)V99.
           05  PM-PRODUCT-DESCRIPTION PIC X(100).
           05  PM-WARRANTY-MONTHS     PIC 9(3).
           05  PM-PRODUCT-CATEGORY    PIC X(20).
           05  PM-QUANTITY-ON-HAND    PIC S9(7).
           05  PM-REORDER-POINT       PIC 9(5).
           05  PM-AVG-UNIT-COST       PIC 9(5)V99.
           05  PM-LAST-CHANGED        PIC X(8).

       *> 設定指示レコード構造
       *> BAND     <上限日数> <評価減率%> 年齢帯（上限日数の昇順に
       *>          並べる。最初のBAND指示で既定の年齢帯を置き換える）
       *> ABC      <A上限%> <B上限%> 累計構成比によるABCの境界
       *> OPERATOR <利用者ID> 監査ログに記録する実行者
       FD  AGING-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-CONFIG-RECORD.
           05  AC-CONTROL-TYPE        PIC X(10).
           05  AC-CONTROL-VALUE       PIC X(60).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-LINE          PIC X(132).

       *> 計上済み引当額レコード構造（計上日・引当額の合計）
       FD  PROVISION-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROVISION-STATE-RECORD.
           05  PS-BOOKED-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  PS-BOOKED-TOTAL        PIC 9(9)V99.

       *> 評価減引当の連携レコード構造（GL-JOURNALの
       *> INV-PROVISION-RECORDと同一。増加額は評価損／引当金、
       *> 減少額は引当金／評価損の戻入として転記される）
       FD  PROVISION-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROVISION-FEED-RECORD.
           05  PF-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PF-PROVISION-TOTAL     PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PF-PREVIOUS-TOTAL      PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PF-INCREASE            PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PF-DECREASE            PIC 9(9)V99.

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
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'STKAGE'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 年齢帯テーブル（上限日数の昇順。最後の帯は上限を超えた
       *> 全ての在庫を含む）
       01  AGE-BAND-TABLE.
           05  BAND-COUNT             PIC 9(1)     VALUE 5.
           05  BAND-ENTRY OCCURS 1 TO 9 TIMES
                    DEPENDING ON BAND-COUNT
                    INDEXED BY BAND-INDEX.
               10  BAND-MAX-DAYS      PIC 9(4).
               10  BAND-WRITE-DOWN-PCT PIC 9(3)V99.
               10  BAND-PRODUCTS      PIC 9(3).
               10  BAND-STOCK-VALUE   PIC 9(9)V99.
               10  BAND-PROVISION     PIC 9(9)V99.
       01  DEFAULT-BAND-VALUES.
           05  FILLER PIC X(7) VALUE '0090000'.
           05  FILLER PIC X(7) VALUE '0180010'.
           05  FILLER PIC X(7) VALUE '0365025'.
           05  FILLER PIC X(7) VALUE '0730050'.
           05  FILLER PIC X(7) VALUE '9999100'.
       01  DEFAULT-BAND-TABLE REDEFINES DEFAULT-BAND-VALUES.
           05  DEFAULT-BAND OCCURS 5 TIMES.
               10  DEFAULT-BAND-DAYS  PIC 9(4).
               10  DEFAULT-BAND-PCT   PIC 9(3).

       *> 商品テーブル（商品マスタの全商品と台帳からの集計）
       01  PRODUCT-TABLE.
           05  PROD-COUNT             PIC 9(3)     VALUE 0.
           05  PROD-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON PROD-COUNT
                    INDEXED BY PROD-INDEX.
               10  PROD-ID            PIC X(10).
               10  PROD-NAME          PIC X(30).
               10  PROD-ON-HAND       PIC S9(7).
               10  PROD-AVG-COST      PIC 9(5)V99.
               10  PROD-LAST-SALE     PIC X(8).
               10  PROD-LAST-RECEIPT  PIC X(8).
               10  PROD-FIRST-SEEN    PIC X(8).
               10  PROD-USAGE-QTY     PIC S9(7).
               10  PROD-USAGE-VALUE   PIC 9(9)V99.
               10  PROD-ABC-CLASS     PIC X(1).
               10  PROD-AGE-DAYS      PIC 9(5).
               10  PROD-BAND          PIC 9(1).
               10  PROD-STOCK-VALUE   PIC 9(9)V99.
               10  PROD-PROVISION     PIC 9(9)V99.
               10  PROD-RANKED        PIC X(1).

       01  AGING-CONTROL.
           05  RUN-TODAY              PIC X(8).
           05  RUN-TODAY-INT          PIC 9(7)     VALUE 0.
           05  USAGE-CUTOFF-DATE      PIC X(8).
           *> 年間使用数量の集計開始日（実行日の365日前）
           05  ABC-A-LIMIT-PCT        PIC 9(3)V99  VALUE 80.
           05  ABC-B-LIMIT-PCT        PIC 9(3)V99  VALUE 95.
           05  CONFIG-BAND-SWITCH     PIC X(1)     VALUE 'N'.
           *> Y=設定ファイルのBAND指示で年齢帯を置き換えた
           05  CONFIG-DAYS            PIC 9(4).
           05  CONFIG-PCT             PIC 9(3)V99.
           05  PRODUCT-FOUND          PIC X(1).
           05  AGE-BASIS-DATE         PIC X(8).
           05  AGE-BASIS-NUM          PIC 9(8).
           05  WORK-DATE-NUM          PIC 9(8).
           05  MOVEMENTS-READ         PIC 9(7)     VALUE 0.

       01  ABC-WORK.
           05  TOTAL-USAGE-VALUE      PIC 9(11)V99 VALUE 0.
           05  CUMULATIVE-USAGE       PIC 9(11)V99 VALUE 0.
           05  CUMULATIVE-PCT         PIC 9(3)V99  VALUE 0.
           05  BEST-INDEX             PIC 9(3)     VALUE 0.
           05  BEST-VALUE             PIC 9(9)V99  VALUE 0.
           05  RANK-COUNTER           PIC 9(3)     VALUE 0.
           05  ABC-A-COUNT            PIC 9(3)     VALUE 0.
           05  ABC-B-COUNT            PIC 9(3)     VALUE 0.
           05  ABC-C-COUNT            PIC 9(3)     VALUE 0.

       01  PROVISION-WORK.
           05  TOTAL-STOCK-VALUE      PIC 9(11)V99 VALUE 0.
           05  TOTAL-PROVISION        PIC 9(9)V99  VALUE 0.
           05  PREVIOUS-PROVISION     PIC 9(9)V99  VALUE 0.
           05  PROVISION-INCREASE     PIC 9(9)V99  VALUE 0.
           05  PROVISION-DECREASE     PIC 9(9)V99  VALUE 0.
           05  PENDING-FEED-SWITCH    PIC X(1)     VALUE 'N'.
           *> Y=前回のINVPROV.DATがGL-JOURNALに未取込のまま残っている

       *> レポートの明細行
       01  AGING-DETAIL-LINE.
           05  AD-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-ABC-CLASS           PIC X(1).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-ON-HAND             PIC -(6)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-STOCK-VALUE         PIC Z(8)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-LAST-SALE           PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-LAST-RECEIPT        PIC X(8).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-AGE-DAYS            PIC ZZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-PCT                 PIC ZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-PROVISION           PIC Z(8)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  AD-USAGE-VALUE         PIC Z(8)9.99.

       01  AMOUNT-DISPLAY             PIC Z(10)9.99.
       01  DAYS-DISPLAY               PIC ZZZ9.
       01  PCT-DISPLAY                PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Slow-Moving Stock and Write-Down Provision'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY
           COMPUTE RUN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-TODAY))
           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               RUN-TODAY-INT - 365)
           MOVE WORK-DATE-NUM TO USAGE-CUTOFF-DATE

           PERFORM LOAD-DEFAULT-BANDS
           PERFORM LOAD-AGING-CONFIG
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM SCAN-STOCK-LEDGER
           PERFORM CLASSIFY-ABC
           PERFORM CALCULATE-PROVISION
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-PROVISION-FEED

           DISPLAY 'Stock value:     ' TOTAL-STOCK-VALUE
           DISPLAY 'Provision total: ' TOTAL-PROVISION
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'Stock aging run completed' TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-DEFAULT-BANDS.
           *> 既定の年齢帯（90日以内0%、180日10%、365日25%、
           *> 730日50%、それ以上100%）
           MOVE 5 TO BAND-COUNT
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
               MOVE DEFAULT-BAND-DAYS(BAND-INDEX)
                   TO BAND-MAX-DAYS(BAND-INDEX)
               MOVE DEFAULT-BAND-PCT(BAND-INDEX)
                   TO BAND-WRITE-DOWN-PCT(BAND-INDEX)
               MOVE 0 TO BAND-PRODUCTS(BAND-INDEX)
               MOVE 0 TO BAND-STOCK-VALUE(BAND-INDEX)
               MOVE 0 TO BAND-PROVISION(BAND-INDEX)
           END-PERFORM.

       LOAD-AGING-CONFIG.
           *> 設定指示の読み込み（ファイルが無い場合は既定値）
           OPEN INPUT AGING-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AGING-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE AC-CONTROL-TYPE
                           WHEN 'BAND'
                               PERFORM ADD-CONFIG-BAND
                           WHEN 'ABC'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY ALL SPACE
                                   INTO ABC-A-LIMIT-PCT
                                        ABC-B-LIMIT-PCT
                               END-UNSTRING
                           WHEN 'OPERATOR'
                               UNSTRING AC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized aging config '
                                   'type: ' AC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AGING-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG.

       ADD-CONFIG-BAND.
           *> BAND指示1行分（最初のBAND指示で既定の帯を捨てる）
           MOVE 0 TO CONFIG-DAYS
           MOVE 0 TO CONFIG-PCT
           UNSTRING AC-CONTROL-VALUE DELIMITED BY ALL SPACE
               INTO CONFIG-DAYS CONFIG-PCT
           END-UNSTRING
           IF CONFIG-BAND-SWITCH NOT = 'Y'
               MOVE 'Y' TO CONFIG-BAND-SWITCH
               MOVE 0 TO BAND-COUNT
           END-IF
           IF BAND-COUNT < 9
               ADD 1 TO BAND-COUNT
               SET BAND-INDEX TO BAND-COUNT
               MOVE CONFIG-DAYS TO BAND-MAX-DAYS(BAND-INDEX)
               MOVE CONFIG-PCT TO BAND-WRITE-DOWN-PCT(BAND-INDEX)
               MOVE 0 TO BAND-PRODUCTS(BAND-INDEX)
               MOVE 0 TO BAND-STOCK-VALUE(BAND-INDEX)
               MOVE 0 TO BAND-PROVISION(BAND-INDEX)
           ELSE
               DISPLAY 'Too many age bands - ignored: '
                   AC-CONTROL-VALUE
           END-IF.

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから在庫数量と移動平均単価を読み込む
           MOVE 0 TO PROD-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Product master not found - nothing to value'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PROD-COUNT < 100
                           ADD 1 TO PROD-COUNT
                           SET PROD-INDEX TO PROD-COUNT
                           MOVE PM-PRODUCT-ID TO PROD-ID(PROD-INDEX)
                           MOVE PM-PRODUCT-NAME
                               TO PROD-NAME(PROD-INDEX)
                           MOVE PM-QUANTITY-ON-HAND
                               TO PROD-ON-HAND(PROD-INDEX)
                           IF PM-AVG-UNIT-COST IS NUMERIC
                               MOVE PM-AVG-UNIT-COST
                                   TO PROD-AVG-COST(PROD-INDEX)
                           ELSE
                               MOVE 0 TO PROD-AVG-COST(PROD-INDEX)
                           END-IF
                           MOVE SPACES TO PROD-LAST-SALE(PROD-INDEX)
                           MOVE SPACES
                               TO PROD-LAST-RECEIPT(PROD-INDEX)
                           MOVE SPACES TO PROD-FIRST-SEEN(PROD-INDEX)
                           MOVE 0 TO PROD-USAGE-QTY(PROD-INDEX)
                           MOVE 0 TO PROD-USAGE-VALUE(PROD-INDEX)
                           MOVE 'C' TO PROD-ABC-CLASS(PROD-INDEX)
                           MOVE 0 TO PROD-AGE-DAYS(PROD-INDEX)
                           MOVE 1 TO PROD-BAND(PROD-INDEX)
                           MOVE 0 TO PROD-STOCK-VALUE(PROD-INDEX)
                           MOVE 0 TO PROD-PROVISION(PROD-INDEX)
                           MOVE 'N' TO PROD-RANKED(PROD-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Products loaded: ' PROD-COUNT.

       *> ================================================================
       *> ステップ1：受払台帳からの最終売上日・最終入荷日・使用数量
       *> ================================================================

       SCAN-STOCK-LEDGER.
           OPEN INPUT STOCK-LEDGER-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Stock ledger STKLEDG.DAT not found - all '
                   'stock aged from the oldest band'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MOVEMENTS-READ
                       PERFORM ACCUMULATE-ONE-MOVEMENT
               END-READ
           END-PERFORM
           CLOSE STOCK-LEDGER-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Ledger movements read: ' MOVEMENTS-READ.

       ACCUMULATE-ONE-MOVEMENT.
           *> 台帳1行分（台帳は計上日順に並んでいるため、後の行の
           *> 日付で最終売上日・最終入荷日を上書きする）
           MOVE 'N' TO PRODUCT-FOUND
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
                      OR PRODUCT-FOUND = 'Y'
               IF PROD-ID(PROD-INDEX) = SM-PRODUCT-ID
                   MOVE 'Y' TO PRODUCT-FOUND
               END-IF
           END-PERFORM
           IF PRODUCT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET PROD-INDEX DOWN BY 1

           IF PROD-FIRST-SEEN(PROD-INDEX) = SPACES
               MOVE SM-MOVE-DATE TO PROD-FIRST-SEEN(PROD-INDEX)
           END-IF
           EVALUATE SM-MOVEMENT-TYPE
               WHEN 'SALE'
                   MOVE SM-MOVE-DATE TO PROD-LAST-SALE(PROD-INDEX)
                   IF SM-MOVE-DATE >= USAGE-CUTOFF-DATE
                       SUBTRACT SM-QUANTITY
                           FROM PROD-USAGE-QTY(PROD-INDEX)
                   END-IF
               WHEN 'RETURN'
                   IF SM-MOVE-DATE >= USAGE-CUTOFF-DATE
                       SUBTRACT SM-QUANTITY
                           FROM PROD-USAGE-QTY(PROD-INDEX)
                   END-IF
               WHEN 'RECEIPT'
                   MOVE SM-MOVE-DATE
                       TO PROD-LAST-RECEIPT(PROD-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> ================================================================
       *> ステップ2：年間使用金額によるABC分類
       *> ================================================================

       CLASSIFY-ABC.
           *> 年間使用金額を求め、大きい順に1件ずつ取り出して累計
           *> 構成比で分類する（使用金額ゼロの商品はC）
           MOVE 0 TO TOTAL-USAGE-VALUE
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-USAGE-QTY(PROD-INDEX) > 0
                   COMPUTE PROD-USAGE-VALUE(PROD-INDEX) ROUNDED =
                       PROD-USAGE-QTY(PROD-INDEX)
                       * PROD-AVG-COST(PROD-INDEX)
               END-IF
               ADD PROD-USAGE-VALUE(PROD-INDEX) TO TOTAL-USAGE-VALUE
           END-PERFORM

           MOVE 0 TO CUMULATIVE-USAGE
           PERFORM VARYING RANK-COUNTER FROM 1 BY 1
                   UNTIL RANK-COUNTER > PROD-COUNT
               PERFORM RANK-NEXT-PRODUCT
           END-PERFORM.

       RANK-NEXT-PRODUCT.
           *> 未分類の商品のうち使用金額が最大のものを分類する
           MOVE 0 TO BEST-INDEX
           MOVE 0 TO BEST-VALUE
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-RANKED(PROD-INDEX) NOT = 'Y'
                   AND (BEST-INDEX = 0
                        OR PROD-USAGE-VALUE(PROD-INDEX) > BEST-VALUE)
                   SET BEST-INDEX TO PROD-INDEX
                   MOVE PROD-USAGE-VALUE(PROD-INDEX) TO BEST-VALUE
               END-IF
           END-PERFORM
           IF BEST-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           SET PROD-INDEX TO BEST-INDEX
           MOVE 'Y' TO PROD-RANKED(PROD-INDEX)

           IF PROD-USAGE-VALUE(PROD-INDEX) = 0
               OR TOTAL-USAGE-VALUE = 0
               MOVE 'C' TO PROD-ABC-CLASS(PROD-INDEX)
               ADD 1 TO ABC-C-COUNT
               EXIT PARAGRAPH
           END-IF

           *> 商品を加える前の累計構成比で判定する（先頭の商品は
           *> 単独で80%を超えていても必ずAになる）
           COMPUTE CUMULATIVE-PCT ROUNDED =
               CUMULATIVE-USAGE * 100 / TOTAL-USAGE-VALUE
           ADD PROD-USAGE-VALUE(PROD-INDEX) TO CUMULATIVE-USAGE
           EVALUATE TRUE
               WHEN CUMULATIVE-PCT < ABC-A-LIMIT-PCT
                   MOVE 'A' TO PROD-ABC-CLASS(PROD-INDEX)
                   ADD 1 TO ABC-A-COUNT
               WHEN CUMULATIVE-PCT < ABC-B-LIMIT-PCT
                   MOVE 'B' TO PROD-ABC-CLASS(PROD-INDEX)
                   ADD 1 TO ABC-B-COUNT
               WHEN OTHER
                   MOVE 'C' TO PROD-ABC-CLASS(PROD-INDEX)
                   ADD 1 TO ABC-C-COUNT
           END-EVALUATE.

       *> ================================================================
       *> ステップ3：滞留年齢と評価減引当額
       *> ================================================================

       CALCULATE-PROVISION.
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               PERFORM AGE-ONE-PRODUCT
           END-PERFORM.

       AGE-ONE-PRODUCT.
           *> 年齢の基準日：最終売上日→最終入荷日→台帳の最初の日。
           *> どれも無い場合は最も古い年齢帯とする
           EVALUATE TRUE
               WHEN PROD-LAST-SALE(PROD-INDEX) NOT = SPACES
                   MOVE PROD-LAST-SALE(PROD-INDEX) TO AGE-BASIS-DATE
               WHEN PROD-LAST-RECEIPT(PROD-INDEX) NOT = SPACES
                   MOVE PROD-LAST-RECEIPT(PROD-INDEX)
                       TO AGE-BASIS-DATE
               WHEN OTHER
                   MOVE PROD-FIRST-SEEN(PROD-INDEX) TO AGE-BASIS-DATE
           END-EVALUATE

           IF AGE-BASIS-DATE IS NUMERIC
               MOVE AGE-BASIS-DATE TO AGE-BASIS-NUM
               COMPUTE PROD-AGE-DAYS(PROD-INDEX) =
                   RUN-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(AGE-BASIS-NUM)
           ELSE
               MOVE 99999 TO PROD-AGE-DAYS(PROD-INDEX)
           END-IF

           MOVE BAND-COUNT TO PROD-BAND(PROD-INDEX)
           PERFORM VARYING BAND-INDEX FROM BAND-COUNT BY -1
                   UNTIL BAND-INDEX < 1
               IF PROD-AGE-DAYS(PROD-INDEX)
                       <= BAND-MAX-DAYS(BAND-INDEX)
                   SET PROD-BAND(PROD-INDEX) TO BAND-INDEX
               END-IF
           END-PERFORM
           SET BAND-INDEX TO PROD-BAND(PROD-INDEX)

           *> マイナス在庫は評価の対象外（在庫金額ゼロ）
           IF PROD-ON-HAND(PROD-INDEX) > 0
               COMPUTE PROD-STOCK-VALUE(PROD-INDEX) ROUNDED =
                   PROD-ON-HAND(PROD-INDEX)
                   * PROD-AVG-COST(PROD-INDEX)
               COMPUTE PROD-PROVISION(PROD-INDEX) ROUNDED =
                   PROD-STOCK-VALUE(PROD-INDEX)
                   * BAND-WRITE-DOWN-PCT(BAND-INDEX) / 100
           END-IF

           ADD 1 TO BAND-PRODUCTS(BAND-INDEX)
           ADD PROD-STOCK-VALUE(PROD-INDEX)
               TO BAND-STOCK-VALUE(BAND-INDEX)
           ADD PROD-PROVISION(PROD-INDEX)
               TO BAND-PROVISION(BAND-INDEX)
           ADD PROD-STOCK-VALUE(PROD-INDEX) TO TOTAL-STOCK-VALUE
           ADD PROD-PROVISION(PROD-INDEX) TO TOTAL-PROVISION.

       WRITE-AGING-REPORT.
           *> 商品別の明細・年齢帯別の小計・ABC別の件数
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'SLOW-MOVING STOCK AND WRITE-DOWN PROVISION AS OF '
                      DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'PRODUCT    C  ON-HAND  STOCK VALUE LASTSALE '
                      DELIMITED BY SIZE
                  'LASTRCPT   AGE  WD-%    PROVISION  USAGE VALUE'
                      DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               SET BAND-INDEX TO PROD-BAND(PROD-INDEX)
               MOVE PROD-ID(PROD-INDEX) TO AD-PRODUCT-ID
               MOVE PROD-ABC-CLASS(PROD-INDEX) TO AD-ABC-CLASS
               MOVE PROD-ON-HAND(PROD-INDEX) TO AD-ON-HAND
               MOVE PROD-STOCK-VALUE(PROD-INDEX) TO AD-STOCK-VALUE
               MOVE PROD-LAST-SALE(PROD-INDEX) TO AD-LAST-SALE
               MOVE PROD-LAST-RECEIPT(PROD-INDEX) TO AD-LAST-RECEIPT
               MOVE PROD-AGE-DAYS(PROD-INDEX) TO AD-AGE-DAYS
               MOVE BAND-WRITE-DOWN-PCT(BAND-INDEX) TO AD-PCT
               MOVE PROD-PROVISION(PROD-INDEX) TO AD-PROVISION
               MOVE PROD-USAGE-VALUE(PROD-INDEX) TO AD-USAGE-VALUE
               MOVE AGING-DETAIL-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'AGE BAND SUMMARY' TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-COUNT
               MOVE BAND-MAX-DAYS(BAND-INDEX) TO DAYS-DISPLAY
               MOVE BAND-WRITE-DOWN-PCT(BAND-INDEX) TO PCT-DISPLAY
               MOVE BAND-PROVISION(BAND-INDEX) TO AMOUNT-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING '  up to ' DELIMITED BY SIZE
                      DAYS-DISPLAY DELIMITED BY SIZE
                      ' days at ' DELIMITED BY SIZE
                      PCT-DISPLAY DELIMITED BY SIZE
                      '%  products ' DELIMITED BY SIZE
                      BAND-PRODUCTS(BAND-INDEX) DELIMITED BY SIZE
                      '  provision ' DELIMITED BY SIZE
                      AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'ABC CLASSES  A: ' DELIMITED BY SIZE
                  ABC-A-COUNT DELIMITED BY SIZE
                  '  B: ' DELIMITED BY SIZE
                  ABC-B-COUNT DELIMITED BY SIZE
                  '  C: ' DELIMITED BY SIZE
                  ABC-C-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE TOTAL-STOCK-VALUE TO AMOUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'TOTAL STOCK VALUE  ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE TOTAL-PROVISION TO AMOUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'TOTAL PROVISION    ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           CLOSE AGING-REPORT-FILE
           DISPLAY 'Aging report written to STKAGE.TXT'.

       *> ================================================================
       *> ステップ4：評価減引当額のGL連携
       *> ================================================================

       WRITE-PROVISION-FEED.
           *> 前回計上額を求める。INVPROV.DATがGL-JOURNALに未取込で
           *> 残っている場合は、その前回額を基準に差額を計算し直して
           *> 上書きする（未取込の差額を失わないため）
           MOVE 0 TO PREVIOUS-PROVISION
           OPEN INPUT PROVISION-FEED-FILE
           IF FILE-STATUS-OK
               READ PROVISION-FEED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO PENDING-FEED-SWITCH
                       MOVE PF-PREVIOUS-TOTAL TO PREVIOUS-PROVISION
               END-READ
               CLOSE PROVISION-FEED-FILE
           END-IF
           IF PENDING-FEED-SWITCH NOT = 'Y'
               OPEN INPUT PROVISION-STATE-FILE
               IF FILE-STATUS-OK
                   READ PROVISION-STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PS-BOOKED-TOTAL TO PREVIOUS-PROVISION
                   END-READ
                   CLOSE PROVISION-STATE-FILE
               END-IF
           END-IF

           MOVE 0 TO PROVISION-INCREASE
           MOVE 0 TO PROVISION-DECREASE
           IF TOTAL-PROVISION > PREVIOUS-PROVISION
               COMPUTE PROVISION-INCREASE =
                   TOTAL-PROVISION - PREVIOUS-PROVISION
           ELSE
               COMPUTE PROVISION-DECREASE =
                   PREVIOUS-PROVISION - TOTAL-PROVISION
           END-IF

           MOVE SPACES TO PROVISION-FEED-RECORD
           MOVE RUN-TODAY TO PF-RUN-DATE
           MOVE TOTAL-PROVISION TO PF-PROVISION-TOTAL
           MOVE PREVIOUS-PROVISION TO PF-PREVIOUS-TOTAL
           MOVE PROVISION-INCREASE TO PF-INCREASE
           MOVE PROVISION-DECREASE TO PF-DECREASE
           OPEN OUTPUT PROVISION-FEED-FILE
           WRITE PROVISION-FEED-RECORD
           CLOSE PROVISION-FEED-FILE

           MOVE SPACES TO PROVISION-STATE-RECORD
           MOVE RUN-TODAY TO PS-BOOKED-DATE
           MOVE TOTAL-PROVISION TO PS-BOOKED-TOTAL
           OPEN OUTPUT PROVISION-STATE-FILE
           WRITE PROVISION-STATE-RECORD
           CLOSE PROVISION-STATE-FILE

           DISPLAY 'Provision feed written to INVPROV.DAT (increase '
               PROVISION-INCREASE ' decrease ' PROVISION-DECREASE ')'

           MOVE 'WRITE-PROVISION-FEED' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Provision ' DELIMITED BY SIZE
                  TOTAL-PROVISION DELIMITED BY SIZE
                  ' previous ' DELIMITED BY SIZE
                  PREVIOUS-PROVISION DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

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

       END PROGRAM STOCK-AGING.
