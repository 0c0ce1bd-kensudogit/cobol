       *>   2. 入金消込 - 入金ファイル（ARRCPT.DAT）を読み、請求書
       *>      番号で照合して入金額を充当する。全額入金された
       *>      請求書は消込済みとする。照合できない入金は例外
       *>      ファイル（ARRCPTEX.DAT）へ出力する。充当した入金は
       *>      入金日と支払期日を付けて入金履歴（ARRCPTH.DAT）へ
       *>      追記する（与信見直しの支払日数の計算元）
       *>   3. 年齢表 - 未消込請求書を顧客別に支払期日ベースで
       *>      30／60／90日超の区分へ集計し、ARAGING.TXTへ出力する。
       *>      支払期日は請求書作成時に顧客マスタの支払条件
       *>      付きの手動調整（ADJUST <請求書> <金額> <理由>）を
       *>      行う。償却合計はARWOFF.TXT（報告用）とARWOFF.DAT
       *>      （GL連携用）へ出力し、全件を監査ログに承認者IDで
       *>      記録する。顧客別の明細はARWODTL.DATへ追記する
       *>   2c. 延滞利息 - ARCONFIG.DATにFINRATE（月利％）がある
       *>      実行では、支払期日から猶予日数（FINGRACE）を超えて
       *>      未消込の請求書ごとに残高×月利の延滞利息を計算し
       *>      （最低額FINMIN）、元請求書番号を持つ別のオープン
       *>      アイテム（請求書番号8xxxxxxx）として起票する。同じ
       *>      請求書へは1か月に1回だけ課金する。法的手続き中の
       *>      顧客と除外リスト（FINEXEMPT）の顧客は対象外。明細は
       *>      FINCHG.TXT、合計はGL連携用にFINCHG.DATへ出力する
       *>   2d. 係争 - ARCONFIG.DATのDISPUTE指示で請求書の係争を
       *>      係争ファイル（ARDISP.DAT、請求書番号キー）へ登録し、
       *>      RESOLVE指示で解決する（C=クレジットメモ起票、
       *>      W=償却、U=請求どおり）。係争中の請求書は年齢表の
       *>      係争欄へ分けて集計し、督促状・延滞利息の対象から
       *>      外す。係争中の一覧を経過日数・担当者別にARDISP.TXT
       *>      へ出力する
       *>   6. 外貨再評価 - 外貨建ての未消込残高を現時点の
       *>      為替レート（FXRATES.DAT）で再評価し、起票時の
       *>      現地通貨換算額との未実現差額をREVAL.TXTへ報告する
       *>      （DUNNING.TXT）を作成する。督促履歴（DUNHIST.DAT）
       *>      から段階（1回目→2回目→最終勧告）を引き上げ、
       *>      法的手続き中（LEGAL-HOLD-FLAG=Y）の顧客は除外する
       *>   ARCONFIG.DATでGROUP Yを指定すると、年齢表と督促状を
       *>   グループ単位で作成する。各請求書の顧客を顧客マスタの
       *>   親顧客IDで最上位の親顧客までたどり、支店等の子顧客の
       *>   未消込残高を親顧客の行へ（通貨別に）合算する。督促状は
       *>   親顧客の宛先へ送り、督促段階も親顧客で管理する
       *> ================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 入金履歴ファイル（充当した入金を実行ごとに追記する）
           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO 'ARRCPTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 照合できなかった入金の例外ファイル
           SELECT RECEIPT-EXCEPTION-FILE
               ASSIGN TO 'ARRCPTEX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 償却・調整の顧客別明細（実行ごとに追記する。ARWOFF.DAT
           *> はGL-JOURNALが取り込み後に退避するため、顧客別の
           *> 採算分析はこちらを参照する）
           SELECT WRITEOFF-DETAIL-FILE
               ASSIGN TO 'ARWODTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 係争ファイル（索引編成、係争対象の請求書番号キー）
           SELECT DISPUTE-FILE
               ASSIGN TO 'ARDISP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 係争中一覧レポートファイル（経過日数・担当者別）
           SELECT DISPUTE-REPORT-FILE
               ASSIGN TO 'ARDISP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 延滞利息の明細レポートファイル
           SELECT FINANCE-CHARGE-REPORT-FILE
               ASSIGN TO 'FINCHG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 延滞利息合計のGL連携ファイル（GL-JOURNALが読み込む）
           SELECT FINANCE-CHARGE-TOTALS-FILE
               ASSIGN TO 'FINCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 為替レートファイル（NON-INTERACTIVE-SAMPLEが保守。
           *> 外貨建て請求書の換算と再評価に使用する）
           SELECT FX-RATE-FILE
           *> 支払期日（YYYYMMDD、請求日＋顧客の支払条件日数。
           *> 旧レコードの空白は請求日を期日として扱う）
           05  AR-ORIG-INVOICE        PIC 9(8).
           *> クレジットメモの充当先請求書番号（返品の元取引）、
           *> 延滞利息の課金元請求書番号（通常の請求書はゼロ）
           05  AR-CURRENCY-CODE       PIC X(3).
           *> 請求通貨コード（空白=現地通貨）
           05  AR-LOCAL-AMOUNT        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  RCPT-DATE              PIC X(8).

       *> 入金履歴レコード構造（入金日・顧客・請求書・入金額・
       *> 充当先請求書の支払期日）
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

       *> 顧客マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> CUSTOMER-RECORDと同一項目）
       FD  CUSTOMER-MASTER
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(13).
           05  CM-PARENT-ID           PIC 9(7).
           *> 親顧客ID（0または空白=親なし）
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       FD  RECEIPT-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-REPORT-LINE       PIC X(132).

       *> 償却合計のGL連携レコード構造（実行日・償却合計・
       *> 係争解決のクレジットメモ合計）
       FD  WRITEOFF-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-TOTALS-RECORD.
           05  WO-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  WO-TOTAL-AMOUNT        PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  WO-CREDIT-TOTAL        PIC 9(9)V99.

       *> 係争レコード構造（請求書番号・顧客・理由コード・係争額・
       *> 担当者・登録日・解決日・状態・解決区分・解決額）
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-RECORD.
           05  DSP-INVOICE-ID         PIC 9(8).
           05  DSP-CUSTOMER-ID        PIC 9(7).
           05  DSP-REASON-CODE        PIC X(10).
           05  DSP-AMOUNT             PIC 9(7)V99.
           05  DSP-OWNER              PIC X(8).
           05  DSP-OPEN-DATE          PIC X(8).
           05  DSP-RESOLVED-DATE      PIC X(8).
           05  DSP-STATUS             PIC X(1).
               *> O=係争中、R=解決済み
               88  DSP-OPEN           VALUE 'O'.
               88  DSP-RESOLVED       VALUE 'R'.
           05  DSP-RESOLUTION         PIC X(1).
               *> C=クレジットメモ、W=償却、U=請求どおり
           05  DSP-RESOLVED-AMOUNT    PIC 9(7)V99.
           05  DSP-CREDIT-MEMO-ID     PIC 9(8).
           *> 解決時に起票したクレジットメモの番号（7xxxxxxx）

       FD  DISPUTE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-REPORT-LINE        PIC X(132).

       *> 償却・調整明細レコード構造（計上日・顧客・請求書・
       *> 区分（W=自動償却、A=手動調整）・金額・理由コード）
       FD  WRITEOFF-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-DETAIL-RECORD.
           05  WD-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  WD-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  WD-INVOICE-ID          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  WD-ENTRY-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  WD-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  WD-REASON-CODE         PIC X(10).

       FD  FINANCE-CHARGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINANCE-CHARGE-REPORT-LINE PIC X(132).

       *> 延滞利息合計のGL連携レコード構造（実行日・課金合計の
       *> 現地通貨額）
       FD  FINANCE-CHARGE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINANCE-CHARGE-TOTALS-RECORD.
           05  FC-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(1).
           05  FC-TOTAL-AMOUNT        PIC 9(9)V99.

       *> 為替レートレコード構造（NON-INTERACTIVE-SAMPLEの
       *> FX-RATE-RECORDと同一）
               10  AGING-31-60        PIC 9(9)V99.
               10  AGING-61-90        PIC 9(9)V99.
               10  AGING-OVER-90      PIC 9(9)V99.
               10  AGING-DISPUTED     PIC 9(9)V99.
               *> 係争中の請求書の残高（督促の対象外）

       *> グループ単位の年齢表・督促状（ARCONFIG.DATのGROUP指示）
       01  GROUP-LEVEL-CONTROL.
           05  GROUP-LEVEL-SWITCH     PIC X(1)     VALUE 'N'.
               88  GROUP-LEVEL-REPORTING VALUE 'Y'.
           05  AGING-KEY-ID           PIC 9(7)     VALUE 0.
           *> 年齢表の集計先の顧客ID（グループ単位では最上位の親）
           05  GROUP-WALK-ID          PIC 9(7)     VALUE 0.
           05  GROUP-WALK-DEPTH       PIC 9(2)     VALUE 0.
           05  GROUP-MAX-DEPTH        PIC 9(2)     VALUE 20.
           *> 親顧客をたどる上限段数（マスタの循環データへの保険）
           05  GROUP-WALK-SWITCH      PIC X(1)     VALUE 'N'.
               88  GROUP-WALK-DONE    VALUE 'Y'.
           05  GROUP-MAP-COUNT        PIC 9(4)     VALUE 0.
           05  GROUP-MAP-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON GROUP-MAP-COUNT
                    INDEXED BY GROUP-MAP-INDEX.
               10  GROUP-MAP-CUST-ID  PIC 9(7).
               10  GROUP-MAP-TOP-ID   PIC 9(7).
           *> 解決済みの顧客→最上位の親顧客の対応（再読込の省略用）

       *> ================================================================
       *> 支払期日計算（顧客マスタの支払条件から）
           05  WRITEOFF-COUNT         PIC 9(5)     VALUE 0.
           05  WRITEOFF-TOTAL         PIC 9(9)V99  VALUE 0.
           05  ADJUSTMENTS-APPLIED    PIC 9(3)     VALUE 0.
           05  WRITEOFF-DETAIL-SWITCH PIC X(1)     VALUE 'N'.
               88  WRITEOFF-DETAIL-OPEN VALUE 'Y'.
           05  RECEIPT-HISTORY-SWITCH PIC X(1)     VALUE 'N'.
               88  RECEIPT-HISTORY-OPEN VALUE 'Y'.
           *> 入金履歴ファイルを開いたかどうか
           *> 顧客別明細ファイルを開いたかどうか
           05  DETAIL-ENTRY-TYPE      PIC X(1).
           05  DETAIL-AMOUNT          PIC 9(7)V99  VALUE 0.
           05  DETAIL-REASON-CODE     PIC X(10).
           *> 明細1件分の区分・金額・理由コード（呼び出し側が設定）

       01  MANUAL-ADJUSTMENT-TABLE.
           *> ARCONFIG.DATのADJUST指示（請求書・金額・理由コード）
               10  ADJ-REASON-CODE    PIC X(10).
       01  ADJ-INDEX                  PIC 9(3)     VALUE 0.

       *> ================================================================
       *> 延滞利息（月末の課金処理）
       *> ================================================================

       01  FINANCE-CHARGE-CONTROL.
           05  FINCHG-RATE            PIC 9(2)V9(4) VALUE 0.
           *> 月利（％。0=延滞利息は課金しない。ARCONFIG.DATの
           *> FINRATE指示で設定する）
           05  FINCHG-MINIMUM         PIC 9(5)V99  VALUE 0.
           *> 1件あたりの最低課金額（FINMIN）
           05  FINCHG-GRACE-DAYS      PIC 9(3)     VALUE 0.
           *> 支払期日後の猶予日数（FINGRACE）
           05  FINCHG-VALUE-TEXT      PIC X(12).
           *> 小数点付きの指示値の受け取り用
           05  FINCHG-MONTH           PIC X(6).
           *> 課金対象の年月（処理日の年月。同月の再実行では
           *> 同じ請求書へ二重に課金しない）
           05  FINCHG-LAST-ID         PIC 9(8)     VALUE 80000000.
           *> 採番済みの最大の延滞利息請求書番号
           05  FINCHG-BALANCE         PIC 9(7)V99  VALUE 0.
           05  FINCHG-AMOUNT          PIC 9(7)V99  VALUE 0.
           05  FINCHG-OVERDUE-DAYS    PIC S9(5)    VALUE 0.
           05  FINCHG-SKIP-SWITCH     PIC X(1)     VALUE 'N'.
               88  FINCHG-SKIP-CUSTOMER VALUE 'Y'.
           05  FINCHG-COUNT           PIC 9(5)     VALUE 0.
           05  FINCHG-ALREADY-COUNT   PIC 9(5)     VALUE 0.
           05  FINCHG-HOLD-COUNT      PIC 9(5)     VALUE 0.
           05  FINCHG-EXEMPT-COUNT    PIC 9(5)     VALUE 0.
           05  FINCHG-TOTAL           PIC 9(9)V99  VALUE 0.
           *> 課金合計（現地通貨換算額。GL連携用）
           05  FINCHG-AMOUNT-DISPLAY  PIC Z(6)9.99.
           05  FINCHG-BALANCE-DISPLAY PIC Z(6)9.99.
           05  FINCHG-DAYS-DISPLAY    PIC ZZZZ9.
           05  FINCHG-SKIP-REASON     PIC X(30).
           *> 課金しなかった理由（報告行用）

       01  FINCHG-EXEMPT-TABLE.
           *> ARCONFIG.DATのFINEXEMPT指示（延滞利息の対象外顧客）
           05  EXEMPT-COUNT           PIC 9(3)     VALUE 0.
           05  EXEMPT-ENTRY OCCURS 100 TIMES
                    INDEXED BY EXEMPT-INDEX.
               10  EXEMPT-CUSTOMER-ID PIC 9(7).

       01  FINCHG-CANDIDATE-TABLE.
           *> 猶予日数を超えて未消込の請求書（課金候補）
           05  CAND-COUNT             PIC 9(4)     VALUE 0.
           05  CAND-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON CAND-COUNT
                    INDEXED BY CAND-INDEX.
               10  CAND-INVOICE-ID    PIC 9(8).
               10  CAND-CUSTOMER-ID   PIC 9(7).
               10  CAND-BALANCE       PIC 9(7)V99.
               10  CAND-CURRENCY      PIC X(3).
               10  CAND-OVERDUE-DAYS  PIC S9(5).

       01  FINCHG-CHARGED-TABLE.
           *> 当月に課金済みの元請求書番号（再実行時の二重課金防止）
           05  CHARGED-COUNT          PIC 9(4)     VALUE 0.
           05  CHARGED-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON CHARGED-COUNT
                    INDEXED BY CHARGED-INDEX.
               10  CHARGED-INVOICE-ID PIC 9(8).

       *> ================================================================
       *> 請求書の係争
       *> ================================================================

       01  DISPUTE-INSTRUCTION-TABLE.
           *> ARCONFIG.DATのDISPUTE／RESOLVE指示
           05  DI-COUNT               PIC 9(3)     VALUE 0.
           05  DI-ENTRY OCCURS 50 TIMES.
               10  DI-ACTION          PIC X(1).
               *> O=係争登録、R=解決
               10  DI-INVOICE-ID      PIC 9(8).
               10  DI-AMOUNT-TEXT     PIC X(12).
               10  DI-REASON-CODE     PIC X(10).
               10  DI-OWNER           PIC X(8).
               10  DI-RESOLUTION      PIC X(1).
       01  DI-INDEX                   PIC 9(3)     VALUE 0.

       01  DISPUTE-CONTROL.
           05  DISPUTE-AMOUNT         PIC 9(7)V99  VALUE 0.
           05  DISPUTE-BALANCE        PIC 9(7)V99  VALUE 0.
           05  DISPUTE-REJECT-REASON  PIC X(30).
           05  DISPUTE-CREDIT-LAST-ID PIC 9(8)     VALUE 70000000.
           *> 採番済みの最大の係争クレジットメモ番号
           05  DISPUTE-CREDIT-TOTAL   PIC 9(9)V99  VALUE 0.
           *> 係争解決で起票したクレジットメモの合計（GL連携用）
           05  DISPUTES-OPENED        PIC 9(3)     VALUE 0.
           05  DISPUTES-RESOLVED      PIC 9(3)     VALUE 0.
           05  DISPUTES-REJECTED      PIC 9(3)     VALUE 0.
           05  DISPUTE-AGE-DAYS       PIC S9(5)    VALUE 0.
           05  DISPUTE-AGE-BAND       PIC 9(1)     VALUE 0.
           *> 経過日数の区分（1=0-7日、2=8-30日、3=31-60日、
           *> 4=61日以上）
           05  DISPUTE-AGE-DISPLAY    PIC ZZZZ9.
           05  DISPUTE-AMOUNT-DISPLAY PIC Z(6)9.99.
           05  DISPUTE-FOUND-SWITCH   PIC X(1)     VALUE 'N'.
               88  ITEM-IN-DISPUTE    VALUE 'Y'.

       01  OPEN-DISPUTE-TABLE.
           *> 係争中の請求書（年齢表・督促・延滞利息の除外用）
           05  OD-COUNT               PIC 9(4)     VALUE 0.
           05  OD-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON OD-COUNT
                    INDEXED BY OD-INDEX.
               10  OD-INVOICE-ID      PIC 9(8).
               10  OD-CUSTOMER-ID     PIC 9(7).
               10  OD-REASON-CODE     PIC X(10).
               10  OD-AMOUNT          PIC 9(7)V99.
               10  OD-OWNER           PIC X(8).
               10  OD-OPEN-DATE       PIC X(8).

       01  DISPUTE-OWNER-TABLE.
           *> 担当者別・経過日数区分別の係争件数と係争額
           05  DO-COUNT               PIC 9(3)     VALUE 0.
           05  DO-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON DO-COUNT
                    INDEXED BY DO-INDEX.
               10  DO-OWNER           PIC X(8).
               10  DO-BAND OCCURS 4 TIMES.
                   15  DO-BAND-COUNT  PIC 9(4).
                   15  DO-BAND-AMOUNT PIC 9(9)V99.
       01  DO-BAND-INDEX              PIC 9(1)     VALUE 0.

       *> ================================================================
       *> クレジットメモ充当（返品の元請求書への相殺）
       *> ================================================================
           05  TOTAL-31-60            PIC 9(9)V99  VALUE 0.
           05  TOTAL-61-90            PIC 9(9)V99  VALUE 0.
           05  TOTAL-OVER-90          PIC 9(9)V99  VALUE 0.
           05  TOTAL-DISPUTED         PIC 9(9)V99  VALUE 0.

       PROCEDURE DIVISION.


           PERFORM APPLY-RECEIPTS

           PERFORM LOAD-OPEN-DISPUTES

           PERFORM GENERATE-FINANCE-CHARGES

           PERFORM GENERATE-AGING-REPORT

           PERFORM GENERATE-REVALUATION-REPORT

           PERFORM GENERATE-DUNNING-LETTERS

           PERFORM WRITE-DISPUTE-REPORT

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'AR run completed' TO AUDIT-MESSAGE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No receipts file this run'
           ELSE
               OPEN EXTEND RECEIPT-HISTORY-FILE
               IF NOT FILE-STATUS-OK
                   OPEN OUTPUT RECEIPT-HISTORY-FILE
               END-IF
               IF FILE-STATUS-OK
                   MOVE 'Y' TO RECEIPT-HISTORY-SWITCH
               END-IF
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ RECEIPTS-FILE
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
               IF RECEIPT-HISTORY-OPEN
                   CLOSE RECEIPT-HISTORY-FILE
                   MOVE 'N' TO RECEIPT-HISTORY-SWITCH
               END-IF
           END-IF

           PERFORM OPEN-WRITEOFF-DETAIL

           PERFORM APPLY-DISPUTE-INSTRUCTIONS

           PERFORM APPLY-CREDIT-MEMOS

           PERFORM APPLY-MANUAL-ADJUSTMENTS

           PERFORM APPLY-SMALL-BALANCE-WRITEOFF

           IF WRITEOFF-DETAIL-OPEN
               CLOSE WRITEOFF-DETAIL-FILE
               MOVE 'N' TO WRITEOFF-DETAIL-SWITCH
           END-IF

           CLOSE AR-OPEN-FILE
           CLOSE RECEIPT-EXCEPTION-FILE

                   UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO AUDIT-USER-ID
                   END-UNSTRING
               WHEN 'GROUP'
                   *> GROUP Y 年齢表・督促状をグループ単位で作成する
                   UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO GROUP-LEVEL-SWITCH
                   END-UNSTRING
               WHEN 'FINRATE'
                   *> FINRATE <月利％> 延滞利息の月利（例 1.5）
                   MOVE SPACES TO FINCHG-VALUE-TEXT
                   UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO FINCHG-VALUE-TEXT
                   END-UNSTRING
                   COMPUTE FINCHG-RATE =
                       FUNCTION NUMVAL(FINCHG-VALUE-TEXT)
               WHEN 'FINMIN'
                   *> FINMIN <金額> 延滞利息の最低課金額
                   MOVE SPACES TO FINCHG-VALUE-TEXT
                   UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO FINCHG-VALUE-TEXT
                   END-UNSTRING
                   COMPUTE FINCHG-MINIMUM =
                       FUNCTION NUMVAL(FINCHG-VALUE-TEXT)
               WHEN 'FINGRACE'
                   *> FINGRACE <日数> 支払期日後の猶予日数
                   UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO FINCHG-GRACE-DAYS
                   END-UNSTRING
               WHEN 'FINEXEMPT'
                   *> FINEXEMPT <顧客ID> 延滞利息の対象外顧客
                   IF EXEMPT-COUNT < 100
                       ADD 1 TO EXEMPT-COUNT
                       UNSTRING AC-CONTROL-VALUE DELIMITED BY SPACE
                           INTO EXEMPT-CUSTOMER-ID(EXEMPT-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 'DISPUTE'
                   *> DISPUTE <請求書> <係争額> <理由コード> <担当者>
                   *> （係争額0=請求書の残高全額）
                   IF DI-COUNT < 50
                       ADD 1 TO DI-COUNT
                       MOVE 'O' TO DI-ACTION(DI-COUNT)
                       UNSTRING AC-CONTROL-VALUE
                               DELIMITED BY ALL SPACE
                           INTO DI-INVOICE-ID(DI-COUNT),
                                DI-AMOUNT-TEXT(DI-COUNT),
                                DI-REASON-CODE(DI-COUNT),
                                DI-OWNER(DI-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 'RESOLVE'
                   *> RESOLVE <請求書> <C|W|U> <金額>
                   *> （金額省略=係争額。C=クレジットメモ、W=償却、
                   *> U=請求どおり）
                   IF DI-COUNT < 50
                       ADD 1 TO DI-COUNT
                       MOVE 'R' TO DI-ACTION(DI-COUNT)
                       UNSTRING AC-CONTROL-VALUE
                               DELIMITED BY ALL SPACE
                           INTO DI-INVOICE-ID(DI-COUNT),
                                DI-RESOLUTION(DI-COUNT),
                                DI-AMOUNT-TEXT(DI-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN 'ADJUST'
                   IF ADJ-COUNT < 50
                       ADD 1 TO ADJ-COUNT
                       ADD 1 TO ADJUSTMENTS-APPLIED
                       ADD ADJ-AMOUNT(ADJ-INDEX)
                           TO WRITEOFF-TOTAL
                       MOVE 'A' TO DETAIL-ENTRY-TYPE
                       MOVE ADJ-AMOUNT(ADJ-INDEX) TO DETAIL-AMOUNT
                       MOVE ADJ-REASON-CODE(ADJ-INDEX)
                           TO DETAIL-REASON-CODE
                       PERFORM WRITE-WRITEOFF-DETAIL
                       MOVE 'APPLY-MANUAL-ADJUSTMENTS'
                           TO AUDIT-PARAGRAPH-ID
                       MOVE 'S' TO AUDIT-OUTCOME
               REWRITE AR-OPEN-RECORD
               ADD 1 TO WRITEOFF-COUNT
               ADD WRITEOFF-RESIDUAL TO WRITEOFF-TOTAL
               MOVE 'W' TO DETAIL-ENTRY-TYPE
               MOVE WRITEOFF-RESIDUAL TO DETAIL-AMOUNT
               MOVE 'SMALLBAL' TO DETAIL-REASON-CODE
               PERFORM WRITE-WRITEOFF-DETAIL
               MOVE 'APPLY-SMALL-BALANCE-WRITEOFF'
                   TO AUDIT-PARAGRAPH-ID
               MOVE 'S' TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       OPEN-WRITEOFF-DETAIL.
           *> 償却・調整がある実行だけ顧客別明細ファイルを開く
           *> （既存の明細へ追記し、無ければ新規作成する）
           IF ADJ-COUNT = 0 AND WRITEOFF-THRESHOLD = 0
                   AND DI-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND WRITEOFF-DETAIL-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT WRITEOFF-DETAIL-FILE
           END-IF
           IF FILE-STATUS-OK
               MOVE 'Y' TO WRITEOFF-DETAIL-SWITCH
           ELSE
               DISPLAY 'ARWODTL.DAT not available - write-off '
                   'detail not recorded'
           END-IF.

       WRITE-WRITEOFF-DETAIL.
           *> 償却・調整1件分の顧客別明細を書き出す
           IF NOT WRITEOFF-DETAIL-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WRITEOFF-DETAIL-RECORD
           MOVE AGING-TODAY TO WD-POST-DATE
           MOVE AR-CUSTOMER-ID TO WD-CUSTOMER-ID
           MOVE AR-INVOICE-ID TO WD-INVOICE-ID
           MOVE DETAIL-ENTRY-TYPE TO WD-ENTRY-TYPE
           MOVE DETAIL-AMOUNT TO WD-AMOUNT
           MOVE DETAIL-REASON-CODE TO WD-REASON-CODE
           WRITE WRITEOFF-DETAIL-RECORD.

       WRITE-WRITEOFF-SUMMARY.
           *> 償却・調整サマリーの報告と、GL連携ファイルの出力
           *> （GL-JOURNALが貸倒費用／売掛金の取消として転記する）
           IF WRITEOFF-TOTAL = 0
                   AND DISPUTE-CREDIT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

               INTO WRITEOFF-REPORT-LINE
           END-STRING
           WRITE WRITEOFF-REPORT-LINE
           IF DISPUTE-CREDIT-TOTAL > 0
               MOVE SPACES TO WRITEOFF-REPORT-LINE
               STRING 'Dispute credit memos total: '
                          DELIMITED BY SIZE
                      DISPUTE-CREDIT-TOTAL DELIMITED BY SIZE
                   INTO WRITEOFF-REPORT-LINE
               END-STRING
               WRITE WRITEOFF-REPORT-LINE
           END-IF
           CLOSE WRITEOFF-REPORT-FILE

           OPEN OUTPUT WRITEOFF-TOTALS-FILE
           MOVE SPACES TO WRITEOFF-TOTALS-RECORD
           MOVE AGING-TODAY TO WO-RUN-DATE
           MOVE WRITEOFF-TOTAL TO WO-TOTAL-AMOUNT
           MOVE DISPUTE-CREDIT-TOTAL TO WO-CREDIT-TOTAL
           WRITE WRITEOFF-TOTALS-RECORD
           CLOSE WRITEOFF-TOTALS-FILE

           DISPLAY 'Write-off summary written to ARWOFF.TXT / '
               'ARWOFF.DAT (total ' WRITEOFF-TOTAL ')'.

       *> ================================================================
       *> ステップ2d：請求書の係争
       *> ================================================================

       APPLY-DISPUTE-INSTRUCTIONS.
           *> DISPUTE／RESOLVE指示を係争ファイルへ反映する。
           *> 解決時のクレジットメモはこの後のAPPLY-CREDIT-MEMOSが
           *> 元請求書へ充当する。1件ごとに監査ログへ記録する
           IF DI-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF FILE-STATUS-OK
               CLOSE DISPUTE-FILE
           ELSE
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
           END-IF
           OPEN I-O DISPUTE-FILE

           *> 係争クレジットメモ（7xxxxxxx）の採番済み最大値を求める
           MOVE 'N' TO EOF-FLAG
           MOVE 70000000 TO AR-INVOICE-ID
           START AR-OPEN-FILE KEY IS NOT LESS THAN AR-INVOICE-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AR-INVOICE-ID >= 80000000
                           MOVE 'Y' TO EOF-FLAG
                       ELSE
                           MOVE AR-INVOICE-ID
                               TO DISPUTE-CREDIT-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           PERFORM VARYING DI-INDEX FROM 1 BY 1
                   UNTIL DI-INDEX > DI-COUNT
               MOVE SPACES TO DISPUTE-REJECT-REASON
               IF DI-ACTION(DI-INDEX) = 'O'
                   PERFORM OPEN-ONE-DISPUTE
               ELSE
                   PERFORM RESOLVE-ONE-DISPUTE
               END-IF
               IF DISPUTE-REJECT-REASON NOT = SPACES
                   ADD 1 TO DISPUTES-REJECTED
                   DISPLAY 'Dispute instruction rejected: '
                       DI-INVOICE-ID(DI-INDEX) ' - '
                       DISPUTE-REJECT-REASON
                   MOVE 'APPLY-DISPUTE-INSTRUCTIONS'
                       TO AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO AUDIT-OUTCOME
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING 'Dispute rejected ' DELIMITED BY SIZE
                          DI-INVOICE-ID(DI-INDEX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DISPUTE-REJECT-REASON DELIMITED BY SIZE
                       INTO AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-PERFORM

           CLOSE DISPUTE-FILE
           DISPLAY 'Disputes opened: ' DISPUTES-OPENED
               ' resolved: ' DISPUTES-RESOLVED
               ' rejected: ' DISPUTES-REJECTED.

       OPEN-ONE-DISPUTE.
           *> 係争の登録（未消込の請求書のみ。係争額は残高が上限、
           *> 0または省略は残高全額）
           MOVE DI-INVOICE-ID(DI-INDEX) TO AR-INVOICE-ID
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE 'INVOICE NOT FOUND' TO DISPUTE-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT AR-ITEM-OPEN
               MOVE 'INVOICE NOT OPEN' TO DISPUTE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE DISPUTE-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           MOVE 0 TO DISPUTE-AMOUNT
           IF DI-AMOUNT-TEXT(DI-INDEX) NOT = SPACES
               COMPUTE DISPUTE-AMOUNT =
                   FUNCTION NUMVAL(DI-AMOUNT-TEXT(DI-INDEX))
           END-IF
           IF DISPUTE-AMOUNT = 0 OR DISPUTE-AMOUNT > DISPUTE-BALANCE
               MOVE DISPUTE-BALANCE TO DISPUTE-AMOUNT
           END-IF

           MOVE DI-INVOICE-ID(DI-INDEX) TO DSP-INVOICE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'N' TO DISPUTE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO DISPUTE-FOUND-SWITCH
           END-READ
           IF ITEM-IN-DISPUTE AND DSP-OPEN
               MOVE 'DISPUTE ALREADY OPEN' TO DISPUTE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           *> 解決済みの係争がある請求書は同じキーで再登録する
           MOVE DI-INVOICE-ID(DI-INDEX) TO DSP-INVOICE-ID
           MOVE AR-CUSTOMER-ID TO DSP-CUSTOMER-ID
           MOVE DI-REASON-CODE(DI-INDEX) TO DSP-REASON-CODE
           MOVE DISPUTE-AMOUNT TO DSP-AMOUNT
           MOVE DI-OWNER(DI-INDEX) TO DSP-OWNER
           IF DSP-OWNER = SPACES
               MOVE AUDIT-USER-ID TO DSP-OWNER
           END-IF
           MOVE AGING-TODAY TO DSP-OPEN-DATE
           MOVE SPACES TO DSP-RESOLVED-DATE
           MOVE 'O' TO DSP-STATUS
           MOVE SPACE TO DSP-RESOLUTION
           MOVE 0 TO DSP-RESOLVED-AMOUNT
           MOVE 0 TO DSP-CREDIT-MEMO-ID
           IF ITEM-IN-DISPUTE
               REWRITE DISPUTE-RECORD
           ELSE
               WRITE DISPUTE-RECORD
           END-IF
           ADD 1 TO DISPUTES-OPENED

           MOVE 'OPEN-ONE-DISPUTE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Dispute opened ' DELIMITED BY SIZE
                  DSP-INVOICE-ID DELIMITED BY SIZE
                  ' reason ' DELIMITED BY SIZE
                  DSP-REASON-CODE DELIMITED BY SPACE
                  ' owner ' DELIMITED BY SIZE
                  DSP-OWNER DELIMITED BY SPACE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RESOLVE-ONE-DISPUTE.
           *> 係争の解決（C=クレジットメモ起票、W=償却、U=請求
           *> どおり。金額は省略時は係争額、残高が上限）
           MOVE DI-INVOICE-ID(DI-INDEX) TO DSP-INVOICE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'NO DISPUTE ON FILE' TO DISPUTE-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT DSP-OPEN
               MOVE 'DISPUTE NOT OPEN' TO DISPUTE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DI-RESOLUTION(DI-INDEX) NOT = 'C'
               AND DI-RESOLUTION(DI-INDEX) NOT = 'W'
               AND DI-RESOLUTION(DI-INDEX) NOT = 'U'
               MOVE 'INVALID RESOLUTION CODE' TO DISPUTE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE DSP-AMOUNT TO DISPUTE-AMOUNT
           IF DI-AMOUNT-TEXT(DI-INDEX) NOT = SPACES
               COMPUTE DISPUTE-AMOUNT =
                   FUNCTION NUMVAL(DI-AMOUNT-TEXT(DI-INDEX))
           END-IF

           MOVE DI-INVOICE-ID(DI-INDEX) TO AR-INVOICE-ID
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE 'INVOICE NOT FOUND' TO DISPUTE-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           COMPUTE DISPUTE-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           IF DISPUTE-AMOUNT > DISPUTE-BALANCE
               MOVE DISPUTE-BALANCE TO DISPUTE-AMOUNT
           END-IF
           MOVE 0 TO DSP-CREDIT-MEMO-ID

           EVALUATE DI-RESOLUTION(DI-INDEX)
               WHEN 'C'
                   IF DISPUTE-AMOUNT > 0
                       PERFORM WRITE-DISPUTE-CREDIT-MEMO
                   END-IF
               WHEN 'W'
                   IF DISPUTE-AMOUNT > 0
                       PERFORM WRITE-OFF-DISPUTED-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE 0 TO DISPUTE-AMOUNT
           END-EVALUATE
           IF DISPUTE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO DSP-STATUS
           MOVE DI-RESOLUTION(DI-INDEX) TO DSP-RESOLUTION
           MOVE DISPUTE-AMOUNT TO DSP-RESOLVED-AMOUNT
           MOVE AGING-TODAY TO DSP-RESOLVED-DATE
           REWRITE DISPUTE-RECORD
           ADD 1 TO DISPUTES-RESOLVED

           MOVE 'RESOLVE-ONE-DISPUTE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Dispute resolved ' DELIMITED BY SIZE
                  DSP-INVOICE-ID DELIMITED BY SIZE
                  ' as ' DELIMITED BY SIZE
                  DSP-RESOLUTION DELIMITED BY SIZE
                  ' amount ' DELIMITED BY SIZE
                  DSP-RESOLVED-AMOUNT DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-DISPUTE-CREDIT-MEMO.
           *> 係争解決のクレジットメモ（ステータスC、元請求書番号
           *> 付き）を起票する。番号は7xxxxxxxの連番
           ADD 1 TO DISPUTE-CREDIT-LAST-ID
           MOVE DISPUTE-CREDIT-LAST-ID TO DSP-CREDIT-MEMO-ID
           MOVE DISPUTE-CREDIT-LAST-ID TO AR-INVOICE-ID
           MOVE AGING-TODAY TO AR-INVOICE-DATE
           MOVE DISPUTE-AMOUNT TO AR-INVOICE-AMOUNT
           MOVE 0 TO AR-AMOUNT-PAID
           MOVE 'C' TO AR-STATUS
           MOVE AGING-TODAY TO AR-DUE-DATE
           MOVE DSP-INVOICE-ID TO AR-ORIG-INVOICE
           PERFORM RESOLVE-FX-RATE
           COMPUTE AR-LOCAL-AMOUNT ROUNDED =
               AR-INVOICE-AMOUNT * APPLICABLE-FX-RATE
           WRITE AR-OPEN-RECORD
               INVALID KEY
                   MOVE 'CREDIT MEMO NOT WRITTEN'
                       TO DISPUTE-REJECT-REASON
                   MOVE 0 TO DSP-CREDIT-MEMO-ID
                   MOVE 0 TO DISPUTE-AMOUNT
           END-WRITE
           ADD DISPUTE-AMOUNT TO DISPUTE-CREDIT-TOTAL.

       WRITE-OFF-DISPUTED-AMOUNT.
           *> 係争額の償却（手動調整と同じく入金充当額へ加算し、
           *> 償却合計と顧客別明細へ理由コードDISPUTEで記録する）
           ADD DISPUTE-AMOUNT TO AR-AMOUNT-PAID
           IF AR-AMOUNT-PAID >= AR-INVOICE-AMOUNT
               MOVE 'P' TO AR-STATUS
           END-IF
           REWRITE AR-OPEN-RECORD
           ADD DISPUTE-AMOUNT TO WRITEOFF-TOTAL
           MOVE 'A' TO DETAIL-ENTRY-TYPE
           MOVE DISPUTE-AMOUNT TO DETAIL-AMOUNT
           MOVE 'DISPUTE' TO DETAIL-REASON-CODE
           PERFORM WRITE-WRITEOFF-DETAIL.

       LOAD-OPEN-DISPUTES.
           *> 係争中の請求書をテーブルへ読み込む（年齢表の係争欄・
           *> 督促と延滞利息の除外・係争一覧に使う）
           MOVE 0 TO OD-COUNT
           OPEN INPUT DISPUTE-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DSP-OPEN AND OD-COUNT < 1000
                           ADD 1 TO OD-COUNT
                           MOVE DSP-INVOICE-ID
                               TO OD-INVOICE-ID(OD-COUNT)
                           MOVE DSP-CUSTOMER-ID
                               TO OD-CUSTOMER-ID(OD-COUNT)
                           MOVE DSP-REASON-CODE
                               TO OD-REASON-CODE(OD-COUNT)
                           MOVE DSP-AMOUNT TO OD-AMOUNT(OD-COUNT)
                           MOVE DSP-OWNER TO OD-OWNER(OD-COUNT)
                           MOVE DSP-OPEN-DATE
                               TO OD-OPEN-DATE(OD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE 'N' TO EOF-FLAG
           IF OD-COUNT > 0
               DISPLAY 'Open disputes: ' OD-COUNT
           END-IF.

       CHECK-ITEM-IN-DISPUTE.
           *> AR-INVOICE-IDの請求書が係争中かどうかを判定する
           MOVE 'N' TO DISPUTE-FOUND-SWITCH
           IF OD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET OD-INDEX TO 1
           SEARCH OD-ENTRY
               WHEN OD-INVOICE-ID(OD-INDEX) = AR-INVOICE-ID
                   MOVE 'Y' TO DISPUTE-FOUND-SWITCH
           END-SEARCH.

       WRITE-DISPUTE-REPORT.
           *> 係争中一覧（明細は経過日数付き、続いて担当者別・経過
           *> 日数区分別の件数と係争額）
           IF OD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DO-COUNT
           OPEN OUTPUT DISPUTE-REPORT-FILE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'OPEN INVOICE DISPUTES AS OF ' DELIMITED BY SIZE
                  AGING-TODAY DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE
           MOVE 'INVOICE  CUSTOMER OWNER    REASON     OPENED    DAYS'
               TO DISPUTE-REPORT-LINE
           MOVE '     AMOUNT' TO DISPUTE-REPORT-LINE(53:)
           WRITE DISPUTE-REPORT-LINE

           PERFORM VARYING OD-INDEX FROM 1 BY 1
                   UNTIL OD-INDEX > OD-COUNT
               PERFORM WRITE-ONE-DISPUTE-LINE
           END-PERFORM

           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE 'OPEN DISPUTES BY OWNER AND AGE' TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE 'OWNER     0-7 DAYS       8-30 DAYS      31-60 DAYS'
               TO DISPUTE-REPORT-LINE
           MOVE '     OVER 60 DAYS' TO DISPUTE-REPORT-LINE(51:)
           WRITE DISPUTE-REPORT-LINE
           PERFORM VARYING DO-INDEX FROM 1 BY 1
                   UNTIL DO-INDEX > DO-COUNT
               MOVE SPACES TO DISPUTE-REPORT-LINE
               MOVE DO-OWNER(DO-INDEX) TO DISPUTE-REPORT-LINE(1:8)
               PERFORM VARYING DO-BAND-INDEX FROM 1 BY 1
                       UNTIL DO-BAND-INDEX > 4
                   MOVE DO-BAND-AMOUNT(DO-INDEX, DO-BAND-INDEX)
                       TO DISPUTE-AMOUNT-DISPLAY
                   STRING DO-BAND-COUNT(DO-INDEX, DO-BAND-INDEX)
                              DELIMITED BY SIZE
                          DISPUTE-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO DISPUTE-REPORT-LINE(
                           (DO-BAND-INDEX - 1) * 16 + 10 : 15)
                   END-STRING
               END-PERFORM
               WRITE DISPUTE-REPORT-LINE
           END-PERFORM
           CLOSE DISPUTE-REPORT-FILE
           DISPLAY 'Open dispute report written to ARDISP.TXT'.

       WRITE-ONE-DISPUTE-LINE.
           *> 係争1件の明細行と担当者別集計への加算
           MOVE 0 TO DISPUTE-AGE-DAYS
           IF OD-OPEN-DATE(OD-INDEX) IS NUMERIC
               COMPUTE DISPUTE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AGING-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OD-OPEN-DATE(OD-INDEX)))
           END-IF
           EVALUATE TRUE
               WHEN DISPUTE-AGE-DAYS <= 7
                   MOVE 1 TO DISPUTE-AGE-BAND
               WHEN DISPUTE-AGE-DAYS <= 30
                   MOVE 2 TO DISPUTE-AGE-BAND
               WHEN DISPUTE-AGE-DAYS <= 60
                   MOVE 3 TO DISPUTE-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO DISPUTE-AGE-BAND
           END-EVALUATE

           MOVE DISPUTE-AGE-DAYS TO DISPUTE-AGE-DISPLAY
           MOVE OD-AMOUNT(OD-INDEX) TO DISPUTE-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING OD-INVOICE-ID(OD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OD-CUSTOMER-ID(OD-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OD-OWNER(OD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OD-REASON-CODE(OD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OD-OPEN-DATE(OD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DISPUTE-AGE-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DISPUTE-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE

           SET DO-INDEX TO 1
           SEARCH DO-ENTRY
               AT END
                   IF DO-COUNT < 100
                       ADD 1 TO DO-COUNT
                       SET DO-INDEX TO DO-COUNT
                       MOVE OD-OWNER(OD-INDEX) TO DO-OWNER(DO-INDEX)
                       PERFORM VARYING DO-BAND-INDEX FROM 1 BY 1
                               UNTIL DO-BAND-INDEX > 4
                           MOVE 0 TO DO-BAND-COUNT(DO-INDEX,
                               DO-BAND-INDEX)
                           MOVE 0 TO DO-BAND-AMOUNT(DO-INDEX,
                               DO-BAND-INDEX)
                       END-PERFORM
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN DO-OWNER(DO-INDEX) = OD-OWNER(OD-INDEX)
                   CONTINUE
           END-SEARCH
           ADD 1 TO DO-BAND-COUNT(DO-INDEX, DISPUTE-AGE-BAND)
           ADD OD-AMOUNT(OD-INDEX)
               TO DO-BAND-AMOUNT(DO-INDEX, DISPUTE-AGE-BAND).

       APPLY-ONE-RECEIPT.
           *> 入金1件分を請求書へ充当する
           MOVE RCPT-INVOICE-ID TO AR-INVOICE-ID
                   END-IF
                   REWRITE AR-OPEN-RECORD
                   ADD 1 TO RECEIPTS-APPLIED
                   IF RECEIPT-HISTORY-OPEN
                       MOVE SPACES TO RECEIPT-HISTORY-RECORD
                       MOVE RCPT-DATE TO RH-RECEIPT-DATE
                       IF RH-RECEIPT-DATE = SPACES
                           MOVE AGING-TODAY TO RH-RECEIPT-DATE
                       END-IF
                       MOVE AR-CUSTOMER-ID TO RH-CUSTOMER-ID
                       MOVE AR-INVOICE-ID TO RH-INVOICE-ID
                       MOVE RCPT-AMOUNT TO RH-AMOUNT
                       IF AR-DUE-DATE IS NUMERIC
                           MOVE AR-DUE-DATE TO RH-DUE-DATE
                       ELSE
                           MOVE AR-INVOICE-DATE TO RH-DUE-DATE
                       END-IF
                       WRITE RECEIPT-HISTORY-RECORD
                   END-IF
           END-READ.

       *> ================================================================
       *> ステップ2c：延滞利息
       *> ================================================================

       GENERATE-FINANCE-CHARGES.
           *> 支払期日から猶予日数を超えて未消込の請求書へ延滞利息を
           *> 課金する。先に全件を走査して課金候補と当月の課金済み
           *> 請求書を集め、その後に課金アイテムを書き込む（走査中
           *> のファイルへ追加しないため）
           IF FINCHG-RATE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Calculating finance charges...'
           MOVE AGING-TODAY(1:6) TO FINCHG-MONTH

           OPEN I-O AR-OPEN-FILE
           MOVE 0 TO CAND-COUNT
           MOVE 0 TO CHARGED-COUNT
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
                       PERFORM SCAN-ONE-FINANCE-ITEM
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           OPEN INPUT CUSTOMER-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
           ELSE
               DISPLAY 'Customer master not found - legal holds '
                   'not checked, default 30 day terms assumed'
           END-IF

           OPEN OUTPUT FINANCE-CHARGE-REPORT-FILE
           MOVE SPACES TO FINANCE-CHARGE-REPORT-LINE
           STRING 'FINANCE CHARGES ' DELIMITED BY SIZE
                  AGING-TODAY DELIMITED BY SIZE
                  '  MONTHLY RATE % ' DELIMITED BY SIZE
                  FINCHG-RATE DELIMITED BY SIZE
                  '  GRACE DAYS ' DELIMITED BY SIZE
                  FINCHG-GRACE-DAYS DELIMITED BY SIZE
               INTO FINANCE-CHARGE-REPORT-LINE
           END-STRING
           WRITE FINANCE-CHARGE-REPORT-LINE
           MOVE 'CUSTOMER INVOICE  DAYS    BALANCE CHARGE-ID   CHARGE'
               TO FINANCE-CHARGE-REPORT-LINE
           WRITE FINANCE-CHARGE-REPORT-LINE

           PERFORM VARYING CAND-INDEX FROM 1 BY 1
                   UNTIL CAND-INDEX > CAND-COUNT
               PERFORM CHARGE-ONE-CANDIDATE
           END-PERFORM

           CLOSE AR-OPEN-FILE
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           END-IF

           MOVE FINCHG-TOTAL TO FINCHG-AMOUNT-DISPLAY
           MOVE SPACES TO FINANCE-CHARGE-REPORT-LINE
           STRING 'Charged: ' DELIMITED BY SIZE
                  FINCHG-COUNT DELIMITED BY SIZE
                  '  already charged this month: ' DELIMITED BY SIZE
                  FINCHG-ALREADY-COUNT DELIMITED BY SIZE
                  '  legal hold: ' DELIMITED BY SIZE
                  FINCHG-HOLD-COUNT DELIMITED BY SIZE
                  '  exempt: ' DELIMITED BY SIZE
                  FINCHG-EXEMPT-COUNT DELIMITED BY SIZE
                  '  total (local): ' DELIMITED BY SIZE
                  FINCHG-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO FINANCE-CHARGE-REPORT-LINE
           END-STRING
           WRITE FINANCE-CHARGE-REPORT-LINE
           CLOSE FINANCE-CHARGE-REPORT-FILE

           *> 課金合計のGL連携（GL-JOURNALが売掛金／延滞利息収益と
           *> して転記する）
           IF FINCHG-TOTAL > 0
               OPEN OUTPUT FINANCE-CHARGE-TOTALS-FILE
               MOVE SPACES TO FINANCE-CHARGE-TOTALS-RECORD
               MOVE AGING-TODAY TO FC-RUN-DATE
               MOVE FINCHG-TOTAL TO FC-TOTAL-AMOUNT
               WRITE FINANCE-CHARGE-TOTALS-RECORD
               CLOSE FINANCE-CHARGE-TOTALS-FILE
           END-IF

           MOVE 'GENERATE-FINANCE-CHARGES' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Finance charges ' DELIMITED BY SIZE
                  FINCHG-COUNT DELIMITED BY SIZE
                  ' total ' DELIMITED BY SIZE
                  FINCHG-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           DISPLAY 'Finance charges raised: ' FINCHG-COUNT
               ' (FINCHG.TXT, total ' FINCHG-AMOUNT-DISPLAY ')'.

       SCAN-ONE-FINANCE-ITEM.
           *> 1件分の走査。延滞利息アイテム（8xxxxxxx）は採番の
           *> 最大値と当月課金済みの元請求書の把握にだけ使い、
           *> 利息の課金対象にはしない。クレジットメモ・返品も対象外
           IF AR-INVOICE-ID >= 80000000
               AND AR-INVOICE-ID < 90000000
               IF AR-INVOICE-ID > FINCHG-LAST-ID
                   MOVE AR-INVOICE-ID TO FINCHG-LAST-ID
               END-IF
               IF AR-ORIG-INVOICE NOT = 0
                   AND AR-INVOICE-DATE(1:6) = FINCHG-MONTH
                   AND CHARGED-COUNT < 1000
                   ADD 1 TO CHARGED-COUNT
                   MOVE AR-ORIG-INVOICE
                       TO CHARGED-INVOICE-ID(CHARGED-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT AR-ITEM-OPEN
               OR AR-ORIG-INVOICE NOT = 0
               EXIT PARAGRAPH
           END-IF
           *> 係争中の請求書には課金しない
           PERFORM CHECK-ITEM-IN-DISPUTE
           IF ITEM-IN-DISPUTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE FINCHG-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           IF FINCHG-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           IF AR-DUE-DATE IS NUMERIC
               MOVE AR-DUE-DATE TO DUE-DATE-BASIS
           ELSE
               MOVE AR-INVOICE-DATE TO DUE-DATE-BASIS
           END-IF
           IF DUE-DATE-BASIS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE FINCHG-OVERDUE-DAYS =
               FUNCTION INTEGER-OF-DATE(AGING-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(DUE-DATE-BASIS))
           IF FINCHG-OVERDUE-DAYS <= FINCHG-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF

           IF CAND-COUNT >= 1000
               DISPLAY 'Finance charge candidates over 1000 - '
                   'invoice not charged: ' AR-INVOICE-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAND-COUNT
           MOVE AR-INVOICE-ID TO CAND-INVOICE-ID(CAND-COUNT)
           MOVE AR-CUSTOMER-ID TO CAND-CUSTOMER-ID(CAND-COUNT)
           MOVE FINCHG-BALANCE TO CAND-BALANCE(CAND-COUNT)
           MOVE AR-CURRENCY-CODE TO CAND-CURRENCY(CAND-COUNT)
           MOVE FINCHG-OVERDUE-DAYS TO CAND-OVERDUE-DAYS(CAND-COUNT).

       CHARGE-ONE-CANDIDATE.
           *> 課金候補1件の延滞利息を起票する（当月課金済み・法的
           *> 手続き中・除外リストの顧客は理由を報告して課金しない）
           MOVE 'N' TO FINCHG-SKIP-SWITCH
           MOVE CAND-OVERDUE-DAYS(CAND-INDEX) TO FINCHG-DAYS-DISPLAY
           MOVE CAND-BALANCE(CAND-INDEX) TO FINCHG-BALANCE-DISPLAY
           IF CHARGED-COUNT > 0
               SET CHARGED-INDEX TO 1
               SEARCH CHARGED-ENTRY
                   WHEN CHARGED-INVOICE-ID(CHARGED-INDEX)
                           = CAND-INVOICE-ID(CAND-INDEX)
                       MOVE 'Y' TO FINCHG-SKIP-SWITCH
               END-SEARCH
           END-IF
           IF FINCHG-SKIP-CUSTOMER
               ADD 1 TO FINCHG-ALREADY-COUNT
               MOVE 'ALREADY CHARGED THIS MONTH'
                   TO FINCHG-SKIP-REASON
               PERFORM WRITE-FINANCE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF

           IF EXEMPT-COUNT > 0
               SET EXEMPT-INDEX TO 1
               SEARCH EXEMPT-ENTRY
                   WHEN EXEMPT-CUSTOMER-ID(EXEMPT-INDEX)
                           = CAND-CUSTOMER-ID(CAND-INDEX)
                       MOVE 'Y' TO FINCHG-SKIP-SWITCH
               END-SEARCH
           END-IF
           IF FINCHG-SKIP-CUSTOMER
               ADD 1 TO FINCHG-EXEMPT-COUNT
               MOVE 'EXEMPT CUSTOMER' TO FINCHG-SKIP-REASON
               PERFORM WRITE-FINANCE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 30 TO TERMS-DAYS-WORK
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               MOVE CAND-CUSTOMER-ID(CAND-INDEX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-LEGAL-HOLD-FLAG = 'Y'
                           MOVE 'Y' TO FINCHG-SKIP-SWITCH
                       END-IF
                       IF CM-PAYMENT-TERMS-DAYS IS NUMERIC
                           MOVE CM-PAYMENT-TERMS-DAYS
                               TO TERMS-DAYS-WORK
                       END-IF
               END-READ
           END-IF
           IF FINCHG-SKIP-CUSTOMER
               ADD 1 TO FINCHG-HOLD-COUNT
               MOVE 'LEGAL HOLD' TO FINCHG-SKIP-REASON
               PERFORM WRITE-FINANCE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE FINCHG-AMOUNT ROUNDED =
               CAND-BALANCE(CAND-INDEX) * FINCHG-RATE / 100
           IF FINCHG-AMOUNT < FINCHG-MINIMUM
               MOVE FINCHG-MINIMUM TO FINCHG-AMOUNT
           END-IF
           IF FINCHG-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           *> 延滞利息を元請求書に紐づく別のオープンアイテムとして
           *> 起票する（請求通貨は元請求書と同じ、期日は処理日＋
           *> 顧客の支払条件）
           ADD 1 TO FINCHG-LAST-ID
           MOVE FINCHG-LAST-ID TO AR-INVOICE-ID
           MOVE CAND-CUSTOMER-ID(CAND-INDEX) TO AR-CUSTOMER-ID
           MOVE AGING-TODAY TO AR-INVOICE-DATE
           MOVE FINCHG-AMOUNT TO AR-INVOICE-AMOUNT
           MOVE 0 TO AR-AMOUNT-PAID
           MOVE 'O' TO AR-STATUS
           MOVE CAND-INVOICE-ID(CAND-INDEX) TO AR-ORIG-INVOICE
           COMPUTE DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(AGING-TODAY-NUM)
                   + TERMS-DAYS-WORK)
           MOVE DUE-DATE-NUM TO AR-DUE-DATE
           MOVE CAND-CURRENCY(CAND-INDEX) TO AR-CURRENCY-CODE
           PERFORM RESOLVE-FX-RATE
           COMPUTE AR-LOCAL-AMOUNT ROUNDED =
               AR-INVOICE-AMOUNT * APPLICABLE-FX-RATE
           WRITE AR-OPEN-RECORD
               INVALID KEY
                   DISPLAY 'Unable to write finance charge: '
                       AR-INVOICE-ID
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO FINCHG-COUNT
           ADD AR-LOCAL-AMOUNT TO FINCHG-TOTAL

           MOVE FINCHG-AMOUNT TO FINCHG-AMOUNT-DISPLAY
           MOVE SPACES TO FINANCE-CHARGE-REPORT-LINE
           STRING CAND-CUSTOMER-ID(CAND-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAND-INVOICE-ID(CAND-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FINCHG-DAYS-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FINCHG-BALANCE-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AR-INVOICE-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FINCHG-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AR-CURRENCY-CODE DELIMITED BY SIZE
               INTO FINANCE-CHARGE-REPORT-LINE
           END-STRING
           WRITE FINANCE-CHARGE-REPORT-LINE

           MOVE 'CHARGE-ONE-CANDIDATE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Finance charge ' DELIMITED BY SIZE
                  AR-INVOICE-ID DELIMITED BY SIZE
                  ' on invoice ' DELIMITED BY SIZE
                  AR-ORIG-INVOICE DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-FINANCE-SKIP-LINE.
           *> 課金しなかった候補の報告行（理由は呼び出し側が
           *> FINCHG-SKIP-REASONに設定する）
           MOVE SPACES TO FINANCE-CHARGE-REPORT-LINE
           STRING CAND-CUSTOMER-ID(CAND-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAND-INVOICE-ID(CAND-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FINCHG-DAYS-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FINCHG-BALANCE-DISPLAY DELIMITED BY SIZE
                  '  SKIPPED - ' DELIMITED BY SIZE
                  FINCHG-SKIP-REASON DELIMITED BY '  '
               INTO FINANCE-CHARGE-REPORT-LINE
           END-STRING
           WRITE FINANCE-CHARGE-REPORT-LINE.

       *> ================================================================
       *> ステップ3：顧客別年齢表（実暦日ベース）
       *> ================================================================

       GENERATE-AGING-REPORT.
           DISPLAY 'Generating aging report...'
           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           IF GROUP-LEVEL-REPORTING
               OPEN INPUT CUSTOMER-MASTER
               IF FILE-STATUS-OK
                   MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
               ELSE
                   DISPLAY 'Customer master not found - aging by '
                       'individual customer'
               END-IF
           END-IF
           OPEN INPUT AR-OPEN-FILE

           MOVE 'N' TO EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           END-IF

           PERFORM WRITE-AGING-REPORT
           DISPLAY 'Aging report written to ARAGING.TXT ('

           PERFORM ACCUMULATE-CASH-FORECAST

           MOVE AR-CUSTOMER-ID TO AGING-KEY-ID
           IF GROUP-LEVEL-REPORTING
               AND CUSTOMER-MASTER-AVAILABLE = 'Y'
               PERFORM RESOLVE-GROUP-PARENT
           END-IF
           PERFORM LOCATE-AGING-CUSTOMER

           *> 係争中の請求書は係争欄へ分けて集計する（期日超過
           *> 区分に入れないため督促の対象にならない）
           PERFORM CHECK-ITEM-IN-DISPUTE
           IF ITEM-IN-DISPUTE
               ADD AGING-OPEN-AMOUNT
                   TO AGING-DISPUTED(AGING-CUST-INDEX)
               ADD AGING-OPEN-AMOUNT TO TOTAL-DISPUTED
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN AGING-DAYS <= 30
                   ADD AGING-OPEN-AMOUNT
           DISPLAY 'Cash receipts forecast written to '
               'CASHFCST.TXT'.

       RESOLVE-GROUP-PARENT.
           *> 請求書の顧客から親顧客IDを順にたどり、最上位の親顧客
           *> をAGING-KEY-IDに返す（一度解決した顧客は対応表から
           *> 引く）
           SET GROUP-MAP-INDEX TO 1
           SEARCH GROUP-MAP-ENTRY
               AT END
                   MOVE AR-CUSTOMER-ID TO GROUP-WALK-ID
                   MOVE 0 TO GROUP-WALK-DEPTH
                   MOVE 'N' TO GROUP-WALK-SWITCH
                   PERFORM UNTIL GROUP-WALK-DONE
                       MOVE GROUP-WALK-ID TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE 'Y' TO GROUP-WALK-SWITCH
                           NOT INVALID KEY
                               ADD 1 TO GROUP-WALK-DEPTH
                               IF CM-PARENT-ID IS NUMERIC
                                   AND CM-PARENT-ID > 0
                                   AND GROUP-WALK-DEPTH
                                       < GROUP-MAX-DEPTH
                                   MOVE CM-PARENT-ID TO GROUP-WALK-ID
                               ELSE
                                   MOVE 'Y' TO GROUP-WALK-SWITCH
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE GROUP-WALK-ID TO AGING-KEY-ID
                   IF GROUP-MAP-COUNT < 500
                       ADD 1 TO GROUP-MAP-COUNT
                       MOVE AR-CUSTOMER-ID
                           TO GROUP-MAP-CUST-ID(GROUP-MAP-COUNT)
                       MOVE AGING-KEY-ID
                           TO GROUP-MAP-TOP-ID(GROUP-MAP-COUNT)
                   END-IF
               WHEN GROUP-MAP-CUST-ID(GROUP-MAP-INDEX) = AR-CUSTOMER-ID
                   MOVE GROUP-MAP-TOP-ID(GROUP-MAP-INDEX)
                       TO AGING-KEY-ID
           END-SEARCH.

       LOCATE-AGING-CUSTOMER.
           *> 顧客別集計テーブルから該当行を検索し、無ければ追加する
           *> （グループ単位では親顧客と通貨の組で1行とする）
           SET AGING-CUST-INDEX TO 1
           SEARCH AGING-CUST-ENTRY
               AT END
                   IF AGING-CUST-COUNT < 500
                       ADD 1 TO AGING-CUST-COUNT
                       SET AGING-CUST-INDEX TO AGING-CUST-COUNT
                       MOVE AGING-KEY-ID
                           TO AGING-CUST-ID(AGING-CUST-INDEX)
                       MOVE AR-CURRENCY-CODE
                           TO AGING-CUST-CURRENCY(AGING-CUST-INDEX)
                       MOVE 0 TO AGING-31-60(AGING-CUST-INDEX)
                       MOVE 0 TO AGING-61-90(AGING-CUST-INDEX)
                       MOVE 0 TO AGING-OVER-90(AGING-CUST-INDEX)
                       MOVE 0 TO AGING-DISPUTED(AGING-CUST-INDEX)
                   END-IF
               WHEN AGING-CUST-ID(AGING-CUST-INDEX) = AGING-KEY-ID
                   AND (NOT GROUP-LEVEL-REPORTING
                       OR AGING-CUST-CURRENCY(AGING-CUST-INDEX)
                           = AR-CURRENCY-CODE)
                   CONTINUE
           END-SEARCH.

                  AGING-TODAY DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           IF GROUP-LEVEL-REPORTING
               MOVE '(GROUP LEVEL)' TO AGING-REPORT-LINE(49:13)
           END-IF
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'CUSTOMER CCY CURRENT      31-60        '
                  '61-90        OVER-90      DISPUTED'
                      DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
                      '  ' DELIMITED BY SIZE
                      AGING-OVER-90(AGING-CUST-INDEX)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      AGING-DISPUTED(AGING-CUST-INDEX)
                          DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
                  TOTAL-61-90 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TOTAL-OVER-90 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TOTAL-DISPUTED DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           END-STRING
           WRITE DUNNING-LETTER-LINE

           IF GROUP-LEVEL-REPORTING
               MOVE SPACES TO DUNNING-LETTER-LINE
               STRING 'This statement covers all accounts of your '
                          DELIMITED BY SIZE
                      'group.' DELIMITED BY SIZE
                   INTO DUNNING-LETTER-LINE
               END-STRING
               WRITE DUNNING-LETTER-LINE
           END-IF

           MOVE SPACES TO DUNNING-LETTER-LINE
           STRING 'Our records show an overdue balance of '
                      DELIMITED BY SIZE
