       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-BANK-CONVERT.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 従業員銀行口座ファイル移行プログラム（一度だけ実行する
       *> 変換ステップ）
       *>
       *> 最終変更日（口座の変更承認日）の追加でEMPBANK.DATの
       *> レコード長が52から60バイトになったため、旧長の索引編成
       *> ファイルを新しい長さへ移行します。
       *> 手順：
       *>   1. 既存のEMPBANK.DAT（索引編成、52バイト）を
       *>      EMPBANK.OLDへリネームする
       *>   2. このプログラムを実行する（EMPBANK.OLDを読み込み、
       *>      最終変更日を空白にして新しいEMPBANK.DATを従業員ID
       *>      キーで作成する）
       *>   3. 変換件数を確認した後、EMPBANK.OLDを退避・削除する
       *> 空白の最終変更日は記録開始前の変更として扱われ、PAYROLLの
       *> 変更直後の口座への振込保留の対象にならない。
       *> 重複キーはスキップして件数を報告します。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 移行元の旧長の銀行口座ファイル（リネーム済みの旧ファイル）
           SELECT OLD-BANK-FILE
               ASSIGN TO 'EMPBANK.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               STATUS IS FILE-STATUS.

           *> 移行先の銀行口座ファイル
           SELECT NEW-BANK-FILE
               ASSIGN TO 'EMPBANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-EMP-ID
               STATUS IS FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       *> 旧銀行口座レコード（52バイト）
       FD  OLD-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-BANK-RECORD.
           05  OLD-EMP-ID              PIC 9(5).
           05  OLD-BANK-DATA           PIC X(47).

       *> 新銀行口座レコード（EMPLOYEEのEMPLOYEE-BANK-RECORDと
       *> 同一長。旧レコードの52バイトの後ろに最終変更日が続く）
       FD  NEW-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-BANK-RECORD.
           05  NEW-EMP-ID              PIC 9(5).
           05  NEW-BANK-DATA           PIC X(47).
           05  NEW-LAST-CHANGED        PIC X(8).

       WORKING-STORAGE SECTION.

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
               88  EOF-NOT-REACHED     VALUE 'N'.

       01  CONVERSION-STATISTICS.
           05  RECORDS-READ            PIC 9(6)     VALUE 0.
           05  RECORDS-LOADED          PIC 9(6)     VALUE 0.
           05  RECORDS-SKIPPED         PIC 9(6)     VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Employee Bank File Conversion'
           DISPLAY '====================================='

           OPEN INPUT OLD-BANK-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'EMPBANK.OLD not found - rename the old '
                   'EMPBANK.DAT first'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Converting 52-byte EMPBANK.OLD'

           OPEN OUTPUT NEW-BANK-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Unable to create indexed EMPBANK.DAT '
                   '(status ' FILE-STATUS ')'
               CLOSE OLD-BANK-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-REACHED
               READ OLD-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM LOAD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE OLD-BANK-FILE
           CLOSE NEW-BANK-FILE

           DISPLAY 'Records read:    ' RECORDS-READ
           DISPLAY 'Records loaded:  ' RECORDS-LOADED
           DISPLAY 'Records skipped: ' RECORDS-SKIPPED
           IF RECORDS-READ = RECORDS-LOADED
               DISPLAY 'Conversion completed successfully'
           ELSE
               DISPLAY 'Conversion completed with skipped records '
                   '- review before deleting EMPBANK.OLD'
           END-IF

           STOP RUN.

       LOAD-ONE-ACCOUNT.
           *> 旧レコード1件を新しい長さで書き込む（最終変更日は
           *> 空白。キー重複はスキップして件数を報告する）
           MOVE OLD-BANK-RECORD TO NEW-BANK-RECORD
           MOVE SPACES TO NEW-LAST-CHANGED
           WRITE NEW-BANK-RECORD
               INVALID KEY
                   ADD 1 TO RECORDS-SKIPPED
                   DISPLAY 'Duplicate employee ID skipped: '
                       NEW-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO RECORDS-LOADED
           END-WRITE.

       END PROGRAM EMPLOYEE-BANK-CONVERT.
