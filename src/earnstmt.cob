       *>
       *> 変更履歴:
       *> 2026-09-02  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  年度累計レコードに雇用主負担
       *>             累計を追加（明細書には出力しない）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER PIC X(1).
           05  WS-YT-NET PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05  FILLER PIC X(1).
           05  WS-YT-EMPLOYER PIC 9(9)V99.

       *> 年次支給明細書の行
       FD  STATEMENT-FILE
