       *>   3. 重複IDのAROPEN.DATオープンアイテムを存続IDへ付け替える
       *>   4. 存続IDの信用限度額を両者の大きい方へ引き上げる
       *>      （階層はCUSTTIER.DATの次回抽出で再計算される）
       *>   5. 重複IDを親顧客としている子顧客の親を存続IDへ付け替える
       *>      （存続ID自身が重複IDの子であった場合は親なしにする）
       *>   6. 重複レコードをCUSTARCH.DATへ退避してマスタから削除する
       *>   7. 旧ID→新IDの対応をマージマップ（MERGEMAP.DAT）へ記録し、
       *>      過去のレポートから旧IDを解決できるようにする
       *> 使用済みの指示ファイルはMERGE.DONEへ退避します。
       *> ================================================================
           05  CM-LAST-CHANGED        PIC X(8).
           *> 最終更新日（YYYYMMDD。マスタ退避の増分判定に使う）
           05  FILLER                 PIC X(5).
           05  CM-PARENT-ID           PIC 9(7).
           *> 親顧客ID（0または空白=親なし）
           05  FILLER                 PIC X(10).

       *> 売上トランザクションレコード構造（COMPREHENSIVE-SAMPLEの
       *> SALES-RECORDと同一項目）
       *> 退避レコード（CUSTOMER-RECORDの複写）
       FD  CUSTOMER-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-ARCHIVE-RECORD    PIC X(180).

       *> マージマップレコード構造（旧ID・新ID・統合日）
       FD  MERGE-MAP-FILE
           05  DUPLICATE-CREDIT-LIMIT PIC 9(8)V99  VALUE 0.
           05  SALES-REPOINTED        PIC 9(5)     VALUE 0.
           05  AR-REPOINTED           PIC 9(5)     VALUE 0.
           05  CHILDREN-REPOINTED     PIC 9(5)     VALUE 0.
           05  MERGE-TODAY            PIC X(8).
           05  FEED-MOVE-COMMAND      PIC X(40).

               PERFORM REPOINT-SALES-TRANSACTIONS
               PERFORM REPOINT-AR-OPEN-ITEMS
               PERFORM UPDATE-SURVIVOR-RECORD
               PERFORM REPOINT-CHILD-CUSTOMERS
               PERFORM ARCHIVE-DUPLICATE-RECORD
               PERFORM WRITE-MERGE-MAP

                   SALES-REPOINTED
               DISPLAY 'AR open items repointed:      '
                   AR-REPOINTED
               DISPLAY 'Child customers repointed:    '
                   CHILDREN-REPOINTED
               DISPLAY 'Survivor tier will be recalculated on '
                   'the next customer tier extract'
               MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           END-READ
           CLOSE CUSTOMER-MASTER.

       REPOINT-CHILD-CUSTOMERS.
           *> 重複IDを親顧客としている子顧客を存続IDの配下へ移す
           OPEN I-O CUSTOMER-MASTER
           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-REACHED
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CM-PARENT-ID IS NUMERIC
                           AND CM-PARENT-ID = DUPLICATE-ID
                           IF CM-CUSTOMER-ID = SURVIVOR-ID
                               MOVE 0 TO CM-PARENT-ID
                           ELSE
                               MOVE SURVIVOR-ID TO CM-PARENT-ID
                           END-IF
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO CM-LAST-CHANGED
                           REWRITE CM-CUSTOMER-RECORD
                           ADD 1 TO CHILDREN-REPOINTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE 'N' TO EOF-FLAG.

       ARCHIVE-DUPLICATE-RECORD.
           *> 重複レコードをアーカイブへ退避してマスタから削除する
           *> （ARCHIVE-AND-DELETE-CUSTOMERと同じ運用）
