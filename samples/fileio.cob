       *>             件数、金額の最小・最大・合計、日付の最小・
       *>             最大、コード値の上位分布をレポートする。
       *>             レイアウト型にD=日付、K=コードを追加）
       *> 2026-10-15  COBOL Developer  メインフレーム交換モードを
       *>             追加（FILEIO_MAINFRAME=IN／OUTでEBCDICの固定長
       *>             ファイルとテキストを相互変換する。レイアウト型に
       *>             P=パック10進、Z=符号付きゾーン10進、B=2進を追加。
       *>             パック数字・符号の不正などで変換できない
       *>             レコードはバイトオフセット付きでエラーファイル
       *>             へ書き出し、戻りコード1で終了する）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-MERGE-STATUS-4.
           *> 併合入力4
           SELECT MF-BYTE-FILE ASSIGN TO DYNAMIC WS-MF-FILENAME
           ORGANIZATION IS SEQUENTIAL
           STATUS IS WS-MF-STATUS.
           *> メインフレーム側ファイル（1バイト単位の順次編成、
           *> メインフレーム交換モードで使用）
           SELECT MF-ERROR-FILE ASSIGN TO DYNAMIC WS-MF-ERROR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           *> 変換不能レコードの出力先（行順次編成）

       DATA DIVISION.
       FILE SECTION.
       01 LAYOUT-RECORD PIC X(80).
       *> レイアウト定義1行分（項目名 開始位置 桁数 型。型は
       *> N=数値、C=文字、D=日付（プロファイルで最小・最大を見る）、
       *> K=コード（プロファイルで値分布を見る）、P=パック10進、
       *> Z=符号付きゾーン10進、B=2進（P/Z/Bはメインフレーム交換
       *> モード専用）。変換モードはDとKを文字として扱う）

       FD MERGE-IN-2.
       01 MERGE-RECORD-2 PIC X(200).
       01 MERGE-RECORD-4 PIC X(200).
       *> 併合入力4のレコード

       FD MF-BYTE-FILE.
       01 MF-BYTE-RECORD PIC X(1).
       *> メインフレーム側ファイルの1バイト（レコード長は実行時に
       *> 決まるため、1バイトずつ読み書きしてレコードを組み立てる）

       FD MF-ERROR-FILE.
       01 MF-ERROR-RECORD PIC X(500).
       *> 変換不能レコード1件分（理由・位置とレコードの内容）

       WORKING-STORAGE SECTION.
       *> 作業領域の変数定義
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
               10 WS-LAY-START PIC 9(3).
               10 WS-LAY-LENGTH PIC 9(3).
               10 WS-LAY-TYPE PIC X(1).
               10 WS-LAY-DISP-START PIC 9(3).
               10 WS-LAY-DISP-LENGTH PIC 9(3).
               *> メインフレーム交換モードのテキスト側の桁位置・桁数
       01 WS-LAYOUT-EOF PIC X(1) VALUE 'N'.
       *> レイアウト定義ファイル終端フラグ
       01 WS-REFORMAT-FIELD PIC X(80).
       01 WS-PROF-LINE-PTR PIC 9(4) VALUE 0.
       *> レポート行組み立てのポインター

       *> メインフレーム交換モード（FILEIO_MAINFRAME=INでEBCDICの
       *> 固定長バイナリーファイルを表示形式のテキストへ、=OUTで
       *> テキストをEBCDICのバイナリーファイルへ変換する。項目は
       *> FILEIO_LAYOUTのレイアウト定義に従い、型はN/C/D/Kの
       *> 文字項目に加えてP=パック10進（COMP-3）、Z=符号付き
       *> ゾーン10進、B=2進（2または4バイト、ビッグエンディアン）
       *> を使う。テキスト側では項目を定義順に詰めて並べ、P/Z/B
       *> は先頭に符号1桁（+／-）を付けた数字列とする。レコード長
       *> はFILEIO_RECLEN（未指定時はレイアウトの最終桁）。変換
       *> できないレコードはFILEIO_ERRORS（既定は出力名＋.ERR）へ
       *> レコード番号とバイトオフセット付きで書き出す。INで
       *> FILEIO_CONTROL=OUTを併用するとヘッダー／トレーラーを
       *> 付けて出力する）
       01 WS-MAINFRAME-MODE PIC X(3) VALUE SPACES.
           88 MAINFRAME-MODE-IN VALUE 'IN'.
           88 MAINFRAME-MODE-OUT VALUE 'OUT'.
       01 WS-MF-FILENAME PIC X(80).
       *> バイナリー側のファイル名（INは入力、OUTは出力）
       01 WS-MF-STATUS PIC X(2).
       *> バイナリー側ファイルの状態コード
       01 WS-MF-ERROR-FILENAME PIC X(80).
       *> 変換不能レコードの出力先
       01 WS-MF-RECORD-LENGTH PIC 9(3) VALUE 0.
       *> メインフレーム側のレコード長
       01 WS-MF-DISPLAY-LENGTH PIC 9(3) VALUE 0.
       *> テキスト側のレコード長（各項目の表示桁の合計）
       01 WS-MF-RECORD PIC X(200).
       *> メインフレーム側1レコード分の組み立て域
       01 WS-MF-BYTE-COUNT PIC 9(3) VALUE 0.
       *> 組み立て中のバイト数
       01 WS-MF-RECORD-NUMBER PIC 9(9) VALUE 0.
       *> 処理中のレコード番号（1起点）
       01 WS-MF-CONVERTED PIC 9(9) VALUE 0.
       *> 変換できたレコード件数
       01 WS-MF-REJECTED PIC 9(9) VALUE 0.
       *> 変換不能でエラーファイルへ回したレコード件数
       01 WS-MF-FAILED PIC X(1) VALUE 'N'.
       *> 変換が失敗（定義不備または変換不能あり）したかどうか
       01 WS-MF-REJECT-REASON PIC X(30).
       *> 変換不能の理由（空白=正常）
       01 WS-MF-REJECT-FIELD PIC X(20).
       *> 変換不能を検出した項目名
       01 WS-MF-REJECT-POS PIC 9(3) VALUE 0.
       *> 不正を検出したレコード内の桁位置（1起点）
       01 WS-MF-REJECT-OFFSET PIC 9(12) VALUE 0.
       *> 不正を検出したファイル先頭からのバイトオフセット（0起点）
       01 WS-MF-FIELD PIC X(40).
       *> テキスト側の1項目分（符号＋数字列）
       01 WS-MF-DIGITS PIC X(31).
       *> 数値項目の数字列
       01 WS-MF-DIGIT-COUNT PIC 9(2) VALUE 0.
       *> 数字列の桁数
       01 WS-MF-SIGN PIC X(1).
       *> 数値項目の符号（+／-）
       01 WS-MF-POS PIC 9(3) VALUE 0.
       *> 処理中のバイトのレコード内位置
       01 WS-MF-SCAN PIC 9(3) VALUE 0.
       *> 項目内の走査位置
       01 WS-MF-BYTE-VALUE PIC 9(3) VALUE 0.
       *> 1バイトのコード値（0～255）
       01 WS-MF-HIGH-NIBBLE PIC 9(2) VALUE 0.
       01 WS-MF-LOW-NIBBLE PIC 9(2) VALUE 0.
       *> 1バイトの上位・下位4ビット
       01 WS-MF-BINARY-VALUE PIC S9(18) VALUE 0.
       *> 2進項目の値
       01 WS-MF-BINARY-LIMIT PIC 9(18) VALUE 0.
       *> 2進項目の値の範囲（256の桁数乗）
       01 WS-MF-UNSIGNED PIC 9(18) VALUE 0.
       *> 数字列と数値の受け渡し用
       01 WS-MF-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
       *> 16進表記・数字1桁の変換用
       01 WS-MF-LINE-PTR PIC 9(4) VALUE 0.
       *> エラー行組み立てのポインター
       01 WS-MF-EBCDIC-CODES.
       *> EBCDIC側コード（X'00'～X'FF'の並び）
           05 FILLER PIC X(16)
               VALUE X'000102030405060708090A0B0C0D0E0F'.
           05 FILLER PIC X(16)
               VALUE X'101112131415161718191A1B1C1D1E1F'.
           05 FILLER PIC X(16)
               VALUE X'202122232425262728292A2B2C2D2E2F'.
           05 FILLER PIC X(16)
               VALUE X'303132333435363738393A3B3C3D3E3F'.
           05 FILLER PIC X(16)
               VALUE X'404142434445464748494A4B4C4D4E4F'.
           05 FILLER PIC X(16)
               VALUE X'505152535455565758595A5B5C5D5E5F'.
           05 FILLER PIC X(16)
               VALUE X'606162636465666768696A6B6C6D6E6F'.
           05 FILLER PIC X(16)
               VALUE X'707172737475767778797A7B7C7D7E7F'.
           05 FILLER PIC X(16)
               VALUE X'808182838485868788898A8B8C8D8E8F'.
           05 FILLER PIC X(16)
               VALUE X'909192939495969798999A9B9C9D9E9F'.
           05 FILLER PIC X(16)
               VALUE X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
           05 FILLER PIC X(16)
               VALUE X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
           05 FILLER PIC X(16)
               VALUE X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
           05 FILLER PIC X(16)
               VALUE X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
           05 FILLER PIC X(16)
               VALUE X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
           05 FILLER PIC X(16)
               VALUE X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
       01 WS-MF-ASCII-CODES.
       *> 上表の各コードに対応するASCII（Latin-1）側のコード
       *> （コードページ037＝米国・カナダ向けEBCDICの対応表）
           05 FILLER PIC X(16)
               VALUE X'000102039C09867F978D8E0B0C0D0E0F'.
           05 FILLER PIC X(16)
               VALUE X'101112139D8508871819928F1C1D1E1F'.
           05 FILLER PIC X(16)
               VALUE X'80818283840A171B88898A8B8C050607'.
           05 FILLER PIC X(16)
               VALUE X'909116939495960498999A9B14159E1A'.
           05 FILLER PIC X(16)
               VALUE X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
           05 FILLER PIC X(16)
               VALUE X'26E9EAEBE8EDEEEFECDF21242A293BAC'.
           05 FILLER PIC X(16)
               VALUE X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
           05 FILLER PIC X(16)
               VALUE X'F8C9CACBC8CDCECFCC603A2340273D22'.
           05 FILLER PIC X(16)
               VALUE X'D8616263646566676869ABBBF0FDFEB1'.
           05 FILLER PIC X(16)
               VALUE X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
           05 FILLER PIC X(16)
               VALUE X'B57E737475767778797AA1BFD0DDDEAE'.
           05 FILLER PIC X(16)
               VALUE X'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
           05 FILLER PIC X(16)
               VALUE X'7B414243444546474849ADF4F6F2F3F5'.
           05 FILLER PIC X(16)
               VALUE X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
           05 FILLER PIC X(16)
               VALUE X'5CF7535455565758595AB2D4D6D2D3D5'.
           05 FILLER PIC X(16)
               VALUE X'30313233343536373839B3DBDCD9DA9F'.

       01 WS-MERGE-GOT PIC X(1).
       *> 併合入力からデータレコードを読めたかどうか
       01 WS-SPLIT-EOF PIC X(1) VALUE 'N'.
           END-IF
           *> 変換モードの場合もコピー処理を行わず変換のみ実行

           IF MAINFRAME-MODE-IN OR MAINFRAME-MODE-OUT
               PERFORM MAINFRAME-CONVERT
               IF WS-MF-FAILED = 'Y'
                   MOVE 1 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           *> メインフレーム交換モードも専用処理のみ実行
           *> （管理モードOUTの併用はこの中で扱う）

           IF CONTROL-MODE-IN OR CONTROL-MODE-OUT
               PERFORM PROCESS-CONTROL-TOTALS
               IF WS-CONTROL-FAILED = 'Y'
                   DISPLAY 'Mode: reformat ' WS-REFORMAT-MODE
                       ' using layout ' WS-LAYOUT-FILENAME
               END-IF
           END-IF

           MOVE SPACES TO WS-MAINFRAME-MODE
           ACCEPT WS-MAINFRAME-MODE FROM ENVIRONMENT
               'FILEIO_MAINFRAME'
           IF WS-MAINFRAME-MODE NOT = SPACES
               AND NOT MAINFRAME-MODE-IN AND NOT MAINFRAME-MODE-OUT
               DISPLAY 'Unknown FILEIO_MAINFRAME value - mainframe '
                   'mode disabled'
               MOVE SPACES TO WS-MAINFRAME-MODE
           END-IF
           IF MAINFRAME-MODE-IN OR MAINFRAME-MODE-OUT
               MOVE SPACES TO WS-LAYOUT-FILENAME
               ACCEPT WS-LAYOUT-FILENAME FROM ENVIRONMENT
                   'FILEIO_LAYOUT'
               IF WS-LAYOUT-FILENAME = SPACES
                   DISPLAY 'FILEIO_LAYOUT not set - mainframe mode '
                       'disabled'
                   MOVE SPACES TO WS-MAINFRAME-MODE
               ELSE
                   DISPLAY 'Mode: mainframe interchange ('
                       WS-MAINFRAME-MODE ') using layout '
                       WS-LAYOUT-FILENAME
               END-IF
           END-IF
           IF MAINFRAME-MODE-IN OR MAINFRAME-MODE-OUT
               MOVE SPACES TO WS-MESSAGE
               ACCEPT WS-MESSAGE FROM ENVIRONMENT 'FILEIO_RECLEN'
               IF WS-MESSAGE NOT = SPACES
                   UNSTRING WS-MESSAGE DELIMITED BY SPACE
                       INTO WS-MF-RECORD-LENGTH
                   END-UNSTRING
               END-IF
               MOVE SPACES TO WS-MF-ERROR-FILENAME
               ACCEPT WS-MF-ERROR-FILENAME FROM ENVIRONMENT
                   'FILEIO_ERRORS'
               IF WS-MF-ERROR-FILENAME = SPACES
                   STRING FUNCTION TRIM(WS-OUTPUT-FILENAME)
                           DELIMITED BY SIZE
                          '.ERR' DELIMITED BY SIZE
                       INTO WS-MF-ERROR-FILENAME
                   END-STRING
               END-IF
               DISPLAY 'Rejected records go to '
                   WS-MF-ERROR-FILENAME
           END-IF.

       LOAD-HASH-FIELD-SETTINGS.
                   ADD WS-HASH-WORK TO WS-MERGE-OUT-HASH
               END-IF
           END-IF.

       *> ================================================================
       *> メインフレーム交換モード
       *> ================================================================

       MAINFRAME-CONVERT.
       *> メインフレーム交換モード本体（レイアウト定義を検証して
       *> テキスト側の桁位置を決め、INまたはOUTの変換を行う）
           PERFORM LOAD-LAYOUT-DEFINITION
           PERFORM PREPARE-MAINFRAME-LAYOUT
           IF WS-MF-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MF-ERROR-FILE
           IF MAINFRAME-MODE-IN
               PERFORM MAINFRAME-TO-TEXT
           ELSE
               PERFORM TEXT-TO-MAINFRAME
           END-IF
           CLOSE MF-ERROR-FILE

           IF WS-MF-REJECTED > 0
               MOVE 'Y' TO WS-MF-FAILED
           END-IF
           DISPLAY 'Mainframe conversion complete: '
               WS-MF-CONVERTED ' record(s) converted, '
               WS-MF-REJECTED ' rejected'
           IF WS-MF-REJECTED > 0
               DISPLAY 'Rejected records written to '
                   WS-MF-ERROR-FILENAME
           END-IF.

       PREPARE-MAINFRAME-LAYOUT.
       *> レイアウト定義の型・桁数を検証し、テキスト側の桁位置と
       *> 両側のレコード長を決める
           IF WS-LAYOUT-COUNT = 0
               DISPLAY 'Layout definition is empty - nothing to do'
               MOVE 'Y' TO WS-MF-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MF-DISPLAY-LENGTH
           MOVE 0 TO WS-MF-POS
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
               EVALUATE WS-LAY-TYPE(WS-LAYOUT-IDX)
                   WHEN 'P'
                       *> nバイトのパック10進は2n-1桁＋符号
                       IF WS-LAY-LENGTH(WS-LAYOUT-IDX) > 16
                           MOVE 'Y' TO WS-MF-FAILED
                       END-IF
                       COMPUTE WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX) =
                           WS-LAY-LENGTH(WS-LAYOUT-IDX) * 2
                   WHEN 'Z'
                       *> nバイトのゾーン10進はn桁＋符号
                       IF WS-LAY-LENGTH(WS-LAYOUT-IDX) > 31
                           MOVE 'Y' TO WS-MF-FAILED
                       END-IF
                       COMPUTE WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX) =
                           WS-LAY-LENGTH(WS-LAYOUT-IDX) + 1
                   WHEN 'B'
                       *> 半語（2バイト）は5桁、全語（4バイト）は
                       *> 10桁＋符号
                       EVALUATE WS-LAY-LENGTH(WS-LAYOUT-IDX)
                           WHEN 2
                               MOVE 6 TO
                                   WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX)
                           WHEN 4
                               MOVE 11 TO
                                   WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX)
                           WHEN OTHER
                               MOVE 'Y' TO WS-MF-FAILED
                       END-EVALUATE
                   WHEN OTHER
                       MOVE WS-LAY-LENGTH(WS-LAYOUT-IDX)
                           TO WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX)
               END-EVALUATE
               IF WS-LAY-START(WS-LAYOUT-IDX) = 0
                   OR WS-LAY-LENGTH(WS-LAYOUT-IDX) = 0
                   MOVE 'Y' TO WS-MF-FAILED
               END-IF
               IF WS-MF-FAILED = 'Y'
                   DISPLAY 'Field ' WS-LAY-NAME(WS-LAYOUT-IDX)
                       ' has an unsupported position or length '
                       'for type ' WS-LAY-TYPE(WS-LAYOUT-IDX)
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LAY-DISP-START(WS-LAYOUT-IDX) =
                   WS-MF-DISPLAY-LENGTH + 1
               ADD WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX)
                   TO WS-MF-DISPLAY-LENGTH
               IF WS-LAY-START(WS-LAYOUT-IDX)
                       + WS-LAY-LENGTH(WS-LAYOUT-IDX) - 1
                       > WS-MF-POS
                   COMPUTE WS-MF-POS = WS-LAY-START(WS-LAYOUT-IDX)
                       + WS-LAY-LENGTH(WS-LAYOUT-IDX) - 1
               END-IF
               DISPLAY '  ' WS-LAY-NAME(WS-LAYOUT-IDX) ' '
                   WS-LAY-TYPE(WS-LAYOUT-IDX) ' mainframe '
                   WS-LAY-START(WS-LAYOUT-IDX) '/'
                   WS-LAY-LENGTH(WS-LAYOUT-IDX) '  text '
                   WS-LAY-DISP-START(WS-LAYOUT-IDX) '/'
                   WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX)
           END-PERFORM

           *> レコード長の指定がなければレイアウトの最終桁とする
           IF WS-MF-RECORD-LENGTH = 0
               MOVE WS-MF-POS TO WS-MF-RECORD-LENGTH
           END-IF
           IF WS-MF-RECORD-LENGTH < WS-MF-POS
               DISPLAY 'FILEIO_RECLEN ' WS-MF-RECORD-LENGTH
                   ' is shorter than the layout (' WS-MF-POS ')'
               MOVE 'Y' TO WS-MF-FAILED
           END-IF
           IF WS-MF-RECORD-LENGTH > 200
               OR WS-MF-DISPLAY-LENGTH > 200
               DISPLAY 'Record exceeds 200 bytes - mainframe '
                   'length ' WS-MF-RECORD-LENGTH ' text length '
                   WS-MF-DISPLAY-LENGTH
               MOVE 'Y' TO WS-MF-FAILED
           END-IF
           IF WS-MF-FAILED NOT = 'Y'
               DISPLAY 'Mainframe record length '
                   WS-MF-RECORD-LENGTH ', text record length '
                   WS-MF-DISPLAY-LENGTH
           END-IF.

       MAINFRAME-TO-TEXT.
       *> IN：EBCDICの固定長ファイルを1バイトずつ読んでレコード長
       *> ごとに組み立て、テキストのレコードへ変換する（行区切りの
       *> ないバイナリー転送のファイルを前提とする）
           MOVE WS-INPUT-FILENAME TO WS-MF-FILENAME
           OPEN INPUT MF-BYTE-FILE
           IF WS-MF-STATUS NOT = '00'
               DISPLAY 'Cannot open mainframe file '
                   WS-MF-FILENAME ' (status ' WS-MF-STATUS ')'
               MOVE 'Y' TO WS-MF-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTPUT-FILE

           IF CONTROL-MODE-OUT
               MOVE FUNCTION CURRENT-DATE TO WS-CONTROL-TIMESTAMP
               MOVE SPACES TO OUTPUT-RECORD
               STRING 'HDR' DELIMITED BY SIZE
                      WS-CONTROL-TIMESTAMP DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF

           MOVE 0 TO WS-MF-BYTE-COUNT
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MF-BYTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MF-BYTE-COUNT
                       MOVE MF-BYTE-RECORD
                           TO WS-MF-RECORD(WS-MF-BYTE-COUNT:1)
                       IF WS-MF-BYTE-COUNT = WS-MF-RECORD-LENGTH
                           PERFORM CONVERT-RECORD-FROM-MAINFRAME
                           MOVE 0 TO WS-MF-BYTE-COUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MF-BYTE-COUNT > 0
               *> 端数のバイトは転送途中で切れたレコードとして扱う
               ADD 1 TO WS-MF-RECORD-NUMBER
               MOVE 'SHORT FINAL RECORD' TO WS-MF-REJECT-REASON
               MOVE '(RECORD)' TO WS-MF-REJECT-FIELD
               MOVE 1 TO WS-MF-REJECT-POS
               PERFORM WRITE-MAINFRAME-REJECT
           END-IF

           IF CONTROL-MODE-OUT
               MOVE 'TRL' TO WS-TRL-TAG
               MOVE WS-CONTROL-DATA-COUNT TO WS-TRL-COUNT
               MOVE WS-CONTROL-HASH-TOTAL TO WS-TRL-HASH
               MOVE SPACES TO OUTPUT-RECORD
               MOVE WS-TRAILER-PARTS TO OUTPUT-RECORD(1:27)
               WRITE OUTPUT-RECORD
           END-IF

           CLOSE MF-BYTE-FILE
           CLOSE OUTPUT-FILE.

       CONVERT-RECORD-FROM-MAINFRAME.
       *> メインフレーム側1レコードを項目ごとにテキストへ変換する
       *> （文字項目はEBCDICからASCIIへ、P/Z/Bは符号付き数字列へ）
           ADD 1 TO WS-MF-RECORD-NUMBER
           MOVE SPACES TO WS-MF-REJECT-REASON
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
                      OR WS-MF-REJECT-REASON NOT = SPACES
               EVALUATE WS-LAY-TYPE(WS-LAYOUT-IDX)
                   WHEN 'P'
                       PERFORM UNPACK-PACKED-FIELD
                   WHEN 'Z'
                       PERFORM UNPACK-ZONED-FIELD
                   WHEN 'B'
                       PERFORM UNPACK-BINARY-FIELD
                   WHEN OTHER
                       MOVE WS-MF-RECORD(WS-LAY-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                           TO OUTPUT-RECORD(
                               WS-LAY-DISP-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                       INSPECT OUTPUT-RECORD(
                               WS-LAY-DISP-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                           CONVERTING WS-MF-EBCDIC-CODES
                           TO WS-MF-ASCII-CODES
               END-EVALUATE
               IF WS-MF-REJECT-REASON NOT = SPACES
                   MOVE WS-LAY-NAME(WS-LAYOUT-IDX)
                       TO WS-MF-REJECT-FIELD
               ELSE
                   IF WS-LAY-TYPE(WS-LAYOUT-IDX) = 'P'
                       OR WS-LAY-TYPE(WS-LAYOUT-IDX) = 'Z'
                       OR WS-LAY-TYPE(WS-LAYOUT-IDX) = 'B'
                       MOVE WS-MF-SIGN TO OUTPUT-RECORD(
                           WS-LAY-DISP-START(WS-LAYOUT-IDX):1)
                       MOVE WS-MF-DIGITS(1:WS-MF-DIGIT-COUNT)
                           TO OUTPUT-RECORD(
                               WS-LAY-DISP-START(WS-LAYOUT-IDX) + 1:
                               WS-MF-DIGIT-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MF-REJECT-REASON NOT = SPACES
               PERFORM WRITE-MAINFRAME-REJECT
               EXIT PARAGRAPH
           END-IF

           WRITE OUTPUT-RECORD
           ADD 1 TO WS-MF-CONVERTED
           IF CONTROL-MODE-OUT
               ADD 1 TO WS-CONTROL-DATA-COUNT
               PERFORM ACCUMULATE-MAINFRAME-HASH
           END-IF.

       SPLIT-MAINFRAME-BYTE.
       *> 項目内WS-MF-SCAN番目のバイトのコード値を上位・下位
       *> 4ビットに分ける
           COMPUTE WS-MF-POS = WS-LAY-START(WS-LAYOUT-IDX)
               + WS-MF-SCAN - 1
           COMPUTE WS-MF-BYTE-VALUE =
               FUNCTION ORD(WS-MF-RECORD(WS-MF-POS:1)) - 1
           DIVIDE WS-MF-BYTE-VALUE BY 16
               GIVING WS-MF-HIGH-NIBBLE
               REMAINDER WS-MF-LOW-NIBBLE.

       UNPACK-PACKED-FIELD.
       *> パック10進（各バイト2桁、最終バイトの下位4ビットが符号。
       *> C/A/E/F=正、D/B=負）を数字列へ展開する。数字が0～9で
       *> ない、または符号が不正なら変換不能とする
           MOVE '+' TO WS-MF-SIGN
           MOVE 0 TO WS-MF-DIGIT-COUNT
           MOVE SPACES TO WS-MF-DIGITS
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-LAY-LENGTH(WS-LAYOUT-IDX)
                      OR WS-MF-REJECT-REASON NOT = SPACES
               PERFORM SPLIT-MAINFRAME-BYTE
               IF WS-MF-HIGH-NIBBLE > 9
                   MOVE 'INVALID PACKED DIGIT'
                       TO WS-MF-REJECT-REASON
                   MOVE WS-MF-POS TO WS-MF-REJECT-POS
               ELSE
                   ADD 1 TO WS-MF-DIGIT-COUNT
                   MOVE WS-MF-HEX-DIGITS(WS-MF-HIGH-NIBBLE + 1:1)
                       TO WS-MF-DIGITS(WS-MF-DIGIT-COUNT:1)
                   IF WS-MF-SCAN < WS-LAY-LENGTH(WS-LAYOUT-IDX)
                       PERFORM UNPACK-LOW-DIGIT
                   ELSE
                       PERFORM UNPACK-PACKED-SIGN
                   END-IF
               END-IF
           END-PERFORM.

       UNPACK-LOW-DIGIT.
       *> パック10進の途中のバイトの下位4ビット（数字）を取り出す
           IF WS-MF-LOW-NIBBLE > 9
               MOVE 'INVALID PACKED DIGIT' TO WS-MF-REJECT-REASON
               MOVE WS-MF-POS TO WS-MF-REJECT-POS
           ELSE
               ADD 1 TO WS-MF-DIGIT-COUNT
               MOVE WS-MF-HEX-DIGITS(WS-MF-LOW-NIBBLE + 1:1)
                   TO WS-MF-DIGITS(WS-MF-DIGIT-COUNT:1)
           END-IF.

       UNPACK-PACKED-SIGN.
       *> パック10進の最終バイトの下位4ビット（符号）を判定する
           EVALUATE WS-MF-LOW-NIBBLE
               WHEN 10
               WHEN 12
               WHEN 14
               WHEN 15
                   MOVE '+' TO WS-MF-SIGN
               WHEN 11
               WHEN 13
                   MOVE '-' TO WS-MF-SIGN
               WHEN OTHER
                   MOVE 'INVALID PACKED SIGN' TO WS-MF-REJECT-REASON
                   MOVE WS-MF-POS TO WS-MF-REJECT-POS
           END-EVALUATE.

       UNPACK-ZONED-FIELD.
       *> 符号付きゾーン10進（各バイトの下位4ビットが数字、上位は
       *> F。最終バイトの上位4ビットが符号でC/A/E/F=正、D/B=負）を
       *> 数字列へ展開する
           MOVE '+' TO WS-MF-SIGN
           MOVE 0 TO WS-MF-DIGIT-COUNT
           MOVE SPACES TO WS-MF-DIGITS
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-LAY-LENGTH(WS-LAYOUT-IDX)
                      OR WS-MF-REJECT-REASON NOT = SPACES
               PERFORM SPLIT-MAINFRAME-BYTE
               IF WS-MF-LOW-NIBBLE > 9
                   MOVE 'INVALID ZONED DIGIT'
                       TO WS-MF-REJECT-REASON
                   MOVE WS-MF-POS TO WS-MF-REJECT-POS
               ELSE
                   ADD 1 TO WS-MF-DIGIT-COUNT
                   MOVE WS-MF-HEX-DIGITS(WS-MF-LOW-NIBBLE + 1:1)
                       TO WS-MF-DIGITS(WS-MF-DIGIT-COUNT:1)
                   IF WS-MF-SCAN < WS-LAY-LENGTH(WS-LAYOUT-IDX)
                       IF WS-MF-HIGH-NIBBLE NOT = 15
                           MOVE 'INVALID ZONED ZONE'
                               TO WS-MF-REJECT-REASON
                           MOVE WS-MF-POS TO WS-MF-REJECT-POS
                       END-IF
                   ELSE
                       PERFORM UNPACK-ZONED-SIGN
                   END-IF
               END-IF
           END-PERFORM.

       UNPACK-ZONED-SIGN.
       *> ゾーン10進の最終バイトの上位4ビット（符号）を判定する
           EVALUATE WS-MF-HIGH-NIBBLE
               WHEN 10
               WHEN 12
               WHEN 14
               WHEN 15
                   MOVE '+' TO WS-MF-SIGN
               WHEN 11
               WHEN 13
                   MOVE '-' TO WS-MF-SIGN
               WHEN OTHER
                   MOVE 'INVALID ZONED SIGN' TO WS-MF-REJECT-REASON
                   MOVE WS-MF-POS TO WS-MF-REJECT-POS
           END-EVALUATE.

       UNPACK-BINARY-FIELD.
       *> 2進（ビッグエンディアン、2の補数）を符号付き数字列へ
       *> 展開する
           MOVE 0 TO WS-MF-BINARY-VALUE
           MOVE 1 TO WS-MF-BINARY-LIMIT
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-LAY-LENGTH(WS-LAYOUT-IDX)
               PERFORM SPLIT-MAINFRAME-BYTE
               COMPUTE WS-MF-BINARY-VALUE =
                   WS-MF-BINARY-VALUE * 256 + WS-MF-BYTE-VALUE
               MULTIPLY 256 BY WS-MF-BINARY-LIMIT
           END-PERFORM
           *> 先頭ビットが立っていれば負数
           IF WS-MF-BINARY-VALUE * 2 >= WS-MF-BINARY-LIMIT
               SUBTRACT WS-MF-BINARY-LIMIT FROM WS-MF-BINARY-VALUE
           END-IF
           MOVE '+' TO WS-MF-SIGN
           IF WS-MF-BINARY-VALUE < 0
               MOVE '-' TO WS-MF-SIGN
           END-IF
           MOVE WS-MF-BINARY-VALUE TO WS-MF-UNSIGNED
           COMPUTE WS-MF-DIGIT-COUNT =
               WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX) - 1
           MOVE SPACES TO WS-MF-DIGITS
           MOVE WS-MF-UNSIGNED(19 - WS-MF-DIGIT-COUNT:
                   WS-MF-DIGIT-COUNT)
               TO WS-MF-DIGITS.

       TEXT-TO-MAINFRAME.
       *> OUT：テキストのレコードをEBCDICの固定長レコードへ変換し、
       *> 行区切りなしで1バイトずつ書き出す（入力のHDR／TRL行は
       *> データとして扱わない）
           MOVE WS-OUTPUT-FILENAME TO WS-MF-FILENAME
           OPEN OUTPUT MF-BYTE-FILE
           IF WS-MF-STATUS NOT = '00'
               DISPLAY 'Cannot create mainframe file '
                   WS-MF-FILENAME ' (status ' WS-MF-STATUS ')'
               MOVE 'Y' TO WS-MF-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INPUT-FILE

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INPUT-RECORD(1:3) NOT = 'HDR'
                           AND INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM CONVERT-RECORD-TO-MAINFRAME
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INPUT-FILE
           CLOSE MF-BYTE-FILE.

       CONVERT-RECORD-TO-MAINFRAME.
       *> テキスト1レコードを項目ごとにメインフレーム側へ変換する
       *> （項目の間の未定義部分はEBCDICの空白で埋める）
           ADD 1 TO WS-MF-RECORD-NUMBER
           MOVE SPACES TO WS-MF-REJECT-REASON
           MOVE ALL X'40' TO WS-MF-RECORD
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
                      OR WS-MF-REJECT-REASON NOT = SPACES
               EVALUATE WS-LAY-TYPE(WS-LAYOUT-IDX)
                   WHEN 'P'
                       PERFORM LOAD-DISPLAY-NUMBER
                       IF WS-MF-REJECT-REASON = SPACES
                           PERFORM PACK-PACKED-FIELD
                       END-IF
                   WHEN 'Z'
                       PERFORM LOAD-DISPLAY-NUMBER
                       IF WS-MF-REJECT-REASON = SPACES
                           PERFORM PACK-ZONED-FIELD
                       END-IF
                   WHEN 'B'
                       PERFORM LOAD-DISPLAY-NUMBER
                       IF WS-MF-REJECT-REASON = SPACES
                           PERFORM PACK-BINARY-FIELD
                       END-IF
                   WHEN OTHER
                       MOVE INPUT-RECORD(
                               WS-LAY-DISP-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                           TO WS-MF-RECORD(
                               WS-LAY-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                       INSPECT WS-MF-RECORD(
                               WS-LAY-START(WS-LAYOUT-IDX):
                               WS-LAY-LENGTH(WS-LAYOUT-IDX))
                           CONVERTING WS-MF-ASCII-CODES
                           TO WS-MF-EBCDIC-CODES
               END-EVALUATE
               IF WS-MF-REJECT-REASON NOT = SPACES
                   MOVE WS-LAY-NAME(WS-LAYOUT-IDX)
                       TO WS-MF-REJECT-FIELD
               END-IF
           END-PERFORM

           IF WS-MF-REJECT-REASON NOT = SPACES
               PERFORM WRITE-MAINFRAME-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MF-POS FROM 1 BY 1
                   UNTIL WS-MF-POS > WS-MF-RECORD-LENGTH
               MOVE WS-MF-RECORD(WS-MF-POS:1) TO MF-BYTE-RECORD
               WRITE MF-BYTE-RECORD
           END-PERFORM
           ADD 1 TO WS-MF-CONVERTED.

       LOAD-DISPLAY-NUMBER.
       *> テキスト側の数値項目（符号1桁＋数字列）を取り出す。
       *> 符号が空白なら正、数字列の先頭の空白は0とみなす
           MOVE SPACES TO WS-MF-FIELD
           MOVE INPUT-RECORD(WS-LAY-DISP-START(WS-LAYOUT-IDX):
                   WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX))
               TO WS-MF-FIELD
           COMPUTE WS-MF-DIGIT-COUNT =
               WS-LAY-DISP-LENGTH(WS-LAYOUT-IDX) - 1
           MOVE WS-MF-FIELD(1:1) TO WS-MF-SIGN
           IF WS-MF-SIGN = SPACE
               MOVE '+' TO WS-MF-SIGN
           END-IF
           MOVE SPACES TO WS-MF-DIGITS
           MOVE WS-MF-FIELD(2:WS-MF-DIGIT-COUNT) TO WS-MF-DIGITS
           INSPECT WS-MF-DIGITS(1:WS-MF-DIGIT-COUNT)
               REPLACING LEADING SPACE BY ZERO
           IF (WS-MF-SIGN NOT = '+' AND WS-MF-SIGN NOT = '-')
               OR WS-MF-DIGITS(1:WS-MF-DIGIT-COUNT) IS NOT NUMERIC
               MOVE 'INVALID DISPLAY NUMBER' TO WS-MF-REJECT-REASON
               MOVE WS-LAY-DISP-START(WS-LAYOUT-IDX)
                   TO WS-MF-REJECT-POS
           END-IF.

       PACK-PACKED-FIELD.
       *> 数字列をパック10進へ詰める（符号は正=C、負=D）
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-LAY-LENGTH(WS-LAYOUT-IDX)
               MOVE WS-MF-DIGITS(WS-MF-SCAN * 2 - 1:1)
                   TO WS-MF-HIGH-NIBBLE
               IF WS-MF-SCAN < WS-LAY-LENGTH(WS-LAYOUT-IDX)
                   MOVE WS-MF-DIGITS(WS-MF-SCAN * 2:1)
                       TO WS-MF-LOW-NIBBLE
               ELSE
                   IF WS-MF-SIGN = '-'
                       MOVE 13 TO WS-MF-LOW-NIBBLE
                   ELSE
                       MOVE 12 TO WS-MF-LOW-NIBBLE
                   END-IF
               END-IF
               PERFORM STORE-MAINFRAME-BYTE
           END-PERFORM.

       PACK-ZONED-FIELD.
       *> 数字列を符号付きゾーン10進へ詰める（最終バイトの上位
       *> 4ビットが符号で正=C、負=D）
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-LAY-LENGTH(WS-LAYOUT-IDX)
               MOVE WS-MF-DIGITS(WS-MF-SCAN:1) TO WS-MF-LOW-NIBBLE
               IF WS-MF-SCAN < WS-LAY-LENGTH(WS-LAYOUT-IDX)
                   MOVE 15 TO WS-MF-HIGH-NIBBLE
               ELSE
                   IF WS-MF-SIGN = '-'
                       MOVE 13 TO WS-MF-HIGH-NIBBLE
                   ELSE
                       MOVE 12 TO WS-MF-HIGH-NIBBLE
                   END-IF
               END-IF
               PERFORM STORE-MAINFRAME-BYTE
           END-PERFORM.

       STORE-MAINFRAME-BYTE.
       *> 上位・下位4ビットから1バイトを組み立てて項目内
       *> WS-MF-SCAN番目へ置く
           COMPUTE WS-MF-POS = WS-LAY-START(WS-LAYOUT-IDX)
               + WS-MF-SCAN - 1
           COMPUTE WS-MF-BYTE-VALUE =
               WS-MF-HIGH-NIBBLE * 16 + WS-MF-LOW-NIBBLE
           MOVE FUNCTION CHAR(WS-MF-BYTE-VALUE + 1)
               TO WS-MF-RECORD(WS-MF-POS:1).

       PACK-BINARY-FIELD.
       *> 数字列を2進（ビッグエンディアン、負数は2の補数）へ詰める。
       *> 桁数に収まらない値は変換不能とする
           MOVE 0 TO WS-MF-UNSIGNED
           MOVE WS-MF-DIGITS(1:WS-MF-DIGIT-COUNT)
               TO WS-MF-UNSIGNED(19 - WS-MF-DIGIT-COUNT:
                   WS-MF-DIGIT-COUNT)
           MOVE WS-MF-UNSIGNED TO WS-MF-BINARY-VALUE
           IF WS-MF-SIGN = '-'
               COMPUTE WS-MF-BINARY-VALUE = 0 - WS-MF-BINARY-VALUE
           END-IF
           COMPUTE WS-MF-BINARY-LIMIT =
               256 ** WS-LAY-LENGTH(WS-LAYOUT-IDX)
           IF WS-MF-BINARY-VALUE * 2 >= WS-MF-BINARY-LIMIT
               OR WS-MF-BINARY-VALUE * 2 < 0 - WS-MF-BINARY-LIMIT
               MOVE 'BINARY VALUE OUT OF RANGE'
                   TO WS-MF-REJECT-REASON
               MOVE WS-LAY-DISP-START(WS-LAYOUT-IDX)
                   TO WS-MF-REJECT-POS
               EXIT PARAGRAPH
           END-IF
           IF WS-MF-BINARY-VALUE < 0
               ADD WS-MF-BINARY-LIMIT TO WS-MF-BINARY-VALUE
           END-IF
           PERFORM VARYING WS-MF-SCAN
                   FROM WS-LAY-LENGTH(WS-LAYOUT-IDX) BY -1
                   UNTIL WS-MF-SCAN < 1
               COMPUTE WS-MF-POS = WS-LAY-START(WS-LAYOUT-IDX)
                   + WS-MF-SCAN - 1
               DIVIDE WS-MF-BINARY-VALUE BY 256
                   GIVING WS-MF-UNSIGNED
                   REMAINDER WS-MF-BYTE-VALUE
               MOVE WS-MF-UNSIGNED TO WS-MF-BINARY-VALUE
               MOVE FUNCTION CHAR(WS-MF-BYTE-VALUE + 1)
                   TO WS-MF-RECORD(WS-MF-POS:1)
           END-PERFORM.

       WRITE-MAINFRAME-REJECT.
       *> 変換不能レコード1件をエラーファイルへ書き出す。INは
       *> ファイル先頭からのバイトオフセットとレコードの16進表記、
       *> OUTはテキスト側の桁位置とレコードの内容を載せる
           ADD 1 TO WS-MF-REJECTED
           MOVE SPACES TO MF-ERROR-RECORD
           MOVE 1 TO WS-MF-LINE-PTR
           IF MAINFRAME-MODE-IN
               COMPUTE WS-MF-REJECT-OFFSET =
                   (WS-MF-RECORD-NUMBER - 1) * WS-MF-RECORD-LENGTH
                   + WS-MF-REJECT-POS - 1
               STRING 'REC ' DELIMITED BY SIZE
                      WS-MF-RECORD-NUMBER DELIMITED BY SIZE
                      ' OFFSET ' DELIMITED BY SIZE
                      WS-MF-REJECT-OFFSET DELIMITED BY SIZE
                      ' FIELD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MF-REJECT-FIELD)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MF-REJECT-REASON)
                          DELIMITED BY SIZE
                      ' DATA ' DELIMITED BY SIZE
                   INTO MF-ERROR-RECORD
                   WITH POINTER WS-MF-LINE-PTR
               END-STRING
               PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                       UNTIL WS-MF-SCAN > WS-MF-BYTE-COUNT
                   COMPUTE WS-MF-BYTE-VALUE =
                       FUNCTION ORD(WS-MF-RECORD(WS-MF-SCAN:1)) - 1
                   DIVIDE WS-MF-BYTE-VALUE BY 16
                       GIVING WS-MF-HIGH-NIBBLE
                       REMAINDER WS-MF-LOW-NIBBLE
                   STRING WS-MF-HEX-DIGITS(WS-MF-HIGH-NIBBLE + 1:1)
                              DELIMITED BY SIZE
                          WS-MF-HEX-DIGITS(WS-MF-LOW-NIBBLE + 1:1)
                              DELIMITED BY SIZE
                       INTO MF-ERROR-RECORD
                       WITH POINTER WS-MF-LINE-PTR
                   END-STRING
               END-PERFORM
               DISPLAY '*** REJECTED record ' WS-MF-RECORD-NUMBER
                   ' at byte offset ' WS-MF-REJECT-OFFSET ': '
                   FUNCTION TRIM(WS-MF-REJECT-REASON)
           ELSE
               STRING 'REC ' DELIMITED BY SIZE
                      WS-MF-RECORD-NUMBER DELIMITED BY SIZE
                      ' POSITION ' DELIMITED BY SIZE
                      WS-MF-REJECT-POS DELIMITED BY SIZE
                      ' FIELD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MF-REJECT-FIELD)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MF-REJECT-REASON)
                          DELIMITED BY SIZE
                      ' DATA ' DELIMITED BY SIZE
                      INPUT-RECORD(1:WS-MF-DISPLAY-LENGTH)
                          DELIMITED BY SIZE
                   INTO MF-ERROR-RECORD
                   WITH POINTER WS-MF-LINE-PTR
               END-STRING
               DISPLAY '*** REJECTED record ' WS-MF-RECORD-NUMBER
                   ' at text position ' WS-MF-REJECT-POS ': '
                   FUNCTION TRIM(WS-MF-REJECT-REASON)
           END-IF
           WRITE MF-ERROR-RECORD.

       ACCUMULATE-MAINFRAME-HASH.
       *> 変換出力（テキスト側）の金額ハッシュ集計
           IF WS-HASH-START > 0 AND WS-HASH-LENGTH > 0
               MOVE 0 TO WS-HASH-WORK
               IF OUTPUT-RECORD(WS-HASH-START:WS-HASH-LENGTH)
                       IS NUMERIC
                   MOVE OUTPUT-RECORD(WS-HASH-START:
                           WS-HASH-LENGTH)
                       TO WS-HASH-WORK(16 - WS-HASH-LENGTH:
                           WS-HASH-LENGTH)
                   ADD WS-HASH-WORK TO WS-CONTROL-HASH-TOTAL
               END-IF
           END-IF.
