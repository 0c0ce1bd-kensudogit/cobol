       *>      索引編成のCUSTOMER.MASTをCUSTOMER-IDキーで作成する）
       *>   3. 変換件数を確認した後、CUSTOMER.SEQを退避・削除する
       *> 重複キーはスキップして件数を報告します。
       *>
       *> 親顧客ID・グループ与信限度額の追加でレコード長が163から
       *> 180バイトになったため、旧長の索引編成マスタもこのプログラム
       *> で移行する：
       *>   1. 既存のCUSTOMER.MAST（索引編成、163バイト）を
       *>      CUSTOMER.OLDへリネームする
       *>   2. このプログラムを実行する（CUSTOMER.SEQが無ければ
       *>      CUSTOMER.OLDを読み込み、追加項目を0にして新しい
       *>      CUSTOMER.MASTを作成する）
       *>   3. 変換件数を確認した後、CUSTOMER.OLDを退避・削除する
       *> ================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 移行元の旧長の索引編成顧客マスタ（リネーム済み）
           SELECT OLD-INDEXED-MASTER
               ASSIGN TO 'CUSTOMER.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDX-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> 移行先の索引編成顧客マスタ
           SELECT NEW-CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
           05  OLD-CUSTOMER-DATA       PIC X(146).
           05  FILLER                  PIC X(10).

       *> 旧長の索引編成顧客マスタ（163バイト）
       FD  OLD-INDEXED-MASTER
           LABEL RECORDS ARE STANDARD.
       01  OLD-INDEXED-RECORD.
           05  OLDX-CUSTOMER-ID        PIC 9(7).
           05  OLDX-CUSTOMER-DATA      PIC X(146).
           05  FILLER                  PIC X(10).

       *> 新顧客マスタ（COMPREHENSIVE-SAMPLEのCUSTOMER-RECORDと
       *> 同一長。旧レコードの163バイトの後ろに親顧客IDと
       *> グループ与信限度額が続く）
       FD  NEW-CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  NEW-CUSTOMER-RECORD.
           05  NEW-CUSTOMER-ID         PIC 9(7).
           05  NEW-CUSTOMER-DATA       PIC X(146).
           05  NEW-CUSTOMER-TAIL       PIC X(10).
           05  NEW-PARENT-ID           PIC 9(7).
           05  NEW-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       WORKING-STORAGE SECTION.

           05  RECORDS-LOADED          PIC 9(6)     VALUE 0.
           05  RECORDS-SKIPPED         PIC 9(6)     VALUE 0.

       01  CONVERSION-SOURCE           PIC X(1)     VALUE 'S'.
           88  SOURCE-SEQUENTIAL       VALUE 'S'.
           88  SOURCE-OLD-INDEXED      VALUE 'X'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           OPEN INPUT OLD-CUSTOMER-MASTER
           IF NOT FILE-STATUS-OK
               OPEN INPUT OLD-INDEXED-MASTER
               IF NOT FILE-STATUS-OK
                   DISPLAY 'Neither CUSTOMER.SEQ nor CUSTOMER.OLD '
                       'found - rename the old CUSTOMER.MAST first'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'X' TO CONVERSION-SOURCE
               DISPLAY 'Converting 163-byte CUSTOMER.OLD'
           END-IF

           OPEN OUTPUT NEW-CUSTOMER-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Unable to create indexed CUSTOMER.MAST '
                   '(status ' FILE-STATUS ')'
               IF SOURCE-OLD-INDEXED
                   CLOSE OLD-INDEXED-MASTER
               ELSE
                   CLOSE OLD-CUSTOMER-MASTER
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SOURCE-OLD-INDEXED
               PERFORM UNTIL EOF-REACHED
                   READ OLD-INDEXED-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           MOVE OLD-INDEXED-RECORD
                               TO OLD-CUSTOMER-RECORD
                           PERFORM LOAD-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE OLD-INDEXED-MASTER
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ OLD-CUSTOMER-MASTER
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           PERFORM LOAD-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE OLD-CUSTOMER-MASTER
           END-IF
           CLOSE NEW-CUSTOMER-MASTER

           DISPLAY 'Records read:    ' RECORDS-READ
               DISPLAY 'Conversion completed successfully'
           ELSE
               DISPLAY 'Conversion completed with skipped records '
                   '- review before deleting the old master'
           END-IF

           STOP RUN.
           *> 旧レコード1件を索引編成マスタへ書き込む
           *> （キー重複はスキップして件数を報告する）
           MOVE OLD-CUSTOMER-RECORD TO NEW-CUSTOMER-RECORD
           MOVE 0 TO NEW-PARENT-ID
           MOVE 0 TO NEW-GROUP-CREDIT-LIMIT
           WRITE NEW-CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO RECORDS-SKIPPED
