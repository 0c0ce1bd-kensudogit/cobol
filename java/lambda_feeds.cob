       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAMBDA-FEEDS.
       AUTHOR. COBOL Lambda Converter.
       DATE-WRITTEN. 2026.
       *> プログラム名: Lambda Feed Export
       *> 目的: サイト別RSSフィードとXMLサイトマップの作成
       *> 機能: lambda-functionと同じ投稿データ（wp_posts.dat）と
       *>       投稿メタデータ（wp_postmeta.dat）を読み、サイト
       *>       コードごとに次の2ファイルを出力する：
       *>         RSS-<サイト>.XML     - 公開済み投稿の新しい順
       *>                                上位N件のRSS 2.0フィード
       *>         SITEMAP-<サイト>.XML - 公開済み投稿全件のXML
       *>                                サイトマップ（最終更新日と
       *>                                カテゴリ付き）
       *>       作成したファイルは送信ゲートウェイの登録取込
       *>       ファイル（OUTBOXADD.DAT）へ追記し、サイトへの配信と
       *>       受領確認の追跡を送信ゲートウェイに任せる
       *>
       *>       サイト別の設定はFEEDSITE.DAT（CSV形式：site_code,
       *>       base_url,title,partner）に置く。設定の無いサイトは
       *>       https://www.example.com/<サイト>を基底URL、サイト
       *>       コードをタイトル、WEBPUBを送信先とする
       *>       最終更新日はpostmetaのmodified（無ければ投稿日）、
       *>       カテゴリはpostmetaのcategoryを使う
       *>       環境変数FEEDS_LIMITでRSSの件数（既定10件）、
       *>       FEEDS_SITEで対象サイトを1つに絞れる
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Lambda Converter  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> 投稿データ（CSV形式：site_code,post_id,title,slug,date,status）
       SELECT WP-POSTS-FILE ASSIGN TO DYNAMIC WS-POSTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-POSTS-STATUS.
       *> 投稿メタデータ（CSV形式：site_code,post_id,meta_key,meta_value）
       SELECT WP-POSTMETA-FILE ASSIGN TO DYNAMIC WS-POSTMETA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-POSTMETA-STATUS.
       *> サイト別のフィード設定（任意）
       SELECT FEED-SITE-FILE ASSIGN TO "FEEDSITE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-SITECFG-STATUS.
       *> 出力するRSSフィード／サイトマップ
       SELECT FEED-OUTPUT-FILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-FEED-STATUS.
       *> 送信ゲートウェイの登録取込ファイル（作成したファイルを
       *> 送信簿へ登録するため追記する）
       SELECT OUTBOX-ADD-FILE ASSIGN TO "OUTBOXADD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WP-POSTS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-POSTS-RECORD PIC X(2000).

       FD  WP-POSTMETA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-POSTMETA-RECORD PIC X(2000).

       FD  FEED-SITE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-SITECFG-RECORD PIC X(300).

       FD  FEED-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FEED-LINE PIC X(2000).

       *> 送信ゲートウェイ登録行（ファイル名 送信先 件数 ハッシュ）
       FD  OUTBOX-ADD-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-OUTBOX-ADD-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-FIELDS.
           05  WS-POSTS-STATUS PIC X(2).
               88  WS-POSTS-OK VALUE '00'.
           05  WS-POSTMETA-STATUS PIC X(2).
               88  WS-POSTMETA-OK VALUE '00'.
           05  WS-SITECFG-STATUS PIC X(2).
               88  WS-SITECFG-OK VALUE '00'.
           05  WS-FEED-STATUS PIC X(2).
               88  WS-FEED-OK VALUE '00'.
           05  WS-OUTBOX-STATUS PIC X(2).

       01  FILE-NAME-FIELDS.
           05  WS-POSTS-FILENAME PIC X(80) VALUE 'wp_posts.dat'.
           05  WS-POSTMETA-FILENAME PIC X(80)
                   VALUE 'wp_postmeta.dat'.
           05  WS-FEED-FILENAME PIC X(30).

       01  WS-EOF-FLAG PIC X VALUE 'N'.
       *> 入力ファイル終端フラグ

       *> 実行パラメータ（環境変数）
       01  RUN-PARAMETERS.
           05  WS-FEED-LIMIT PIC 9(3) VALUE 10.
           *> RSSへ載せる件数（FEEDS_LIMIT）
           05  WS-FEED-LIMIT-X PIC X(10).
           05  WS-ONLY-SITE PIC X(10).
           *> 対象サイトの絞り込み（FEEDS_SITE、空白は全サイト）

       *> 投稿データCSV行の項目分解用
       01  CSV-PARSE-FIELDS.
           05  CSV-SITE-CODE PIC X(3).
           05  CSV-POST-ID PIC X(5).
           05  CSV-POST-TITLE PIC X(200).
           05  CSV-POST-NAME PIC X(100).
           05  CSV-POST-DATE PIC X(30).
           05  CSV-POST-STATUS PIC X(10).

       *> 投稿メタデータCSV行の項目分解用
       01  META-PARSE-FIELDS.
           05  CSV-META-SITE-CODE PIC X(3).
           05  CSV-META-POST-ID PIC X(5).
           05  CSV-META-KEY PIC X(30).
           05  CSV-META-VALUE PIC X(50).

       *> サイト設定CSV行の項目分解用
       01  SITECFG-PARSE-FIELDS.
           05  CSV-CFG-SITE-CODE PIC X(3).
           05  CSV-CFG-BASE-URL PIC X(100).
           05  CSV-CFG-TITLE PIC X(100).
           05  CSV-CFG-PARTNER PIC X(10).

       *> 公開済み投稿テーブル（サイトコード昇順・投稿日降順に
       *> 並べ替えてから出力する）
       01  POST-TABLE.
           05  WS-POST-COUNT PIC 9(4) VALUE 0.
           05  WS-POST-ENTRY OCCURS 500 TIMES
                   INDEXED BY I-POST.
               10  PT-SITE-CODE PIC X(3).
               10  PT-POST-ID PIC X(5).
               10  PT-TITLE PIC X(200).
               10  PT-SLUG PIC X(100).
               10  PT-DATE PIC X(30).
               10  PT-MODIFIED PIC X(30).
               10  PT-CATEGORY PIC X(50).
       01  WS-POST-SKIPPED PIC 9(4) VALUE 0.
       *> 未公開・テーブル超過で対象外にした投稿数

       01  WS-SORT-OUTER PIC 9(4).
       01  WS-SORT-INNER PIC 9(4).
       01  WS-SWAP-ENTRY PIC X(418).

       *> サイトテーブル（FEEDSITE.DATの設定と、投稿に現れた
       *> サイトコード）
       01  SITE-TABLE.
           05  WS-SITE-COUNT PIC 9(2) VALUE 0.
           05  WS-SITE-ENTRY OCCURS 50 TIMES
                   INDEXED BY I-SITE.
               10  ST-SITE-CODE PIC X(3).
               10  ST-BASE-URL PIC X(100).
               10  ST-TITLE PIC X(100).
               10  ST-PARTNER PIC X(10).
               10  ST-POST-COUNT PIC 9(4).

       *> 出力作業領域
       01  FEED-WORK-FIELDS.
           05  WS-ITEM-COUNT PIC 9(4).
           *> 1ファイルに書いた項目数
           05  WS-FILES-WRITTEN PIC 9(3) VALUE 0.
           05  WS-POST-URL PIC X(250).
           05  WS-CHANNEL-URL PIC X(250).
           05  WS-ESCAPED-TITLE PIC X(1500).
           05  WS-ESCAPED-URL PIC X(1500).
           05  WS-ESCAPED-CATEGORY PIC X(1500).
           05  WS-LASTMOD-DATE PIC X(30).

       *> XMLエスケープ用の作業領域（ESCAPE-JSON-STRINGと同じ
       *> 1文字ずつの置換。実体参照は最大6文字になる）
       01  XML-ESCAPE-FIELDS.
           05  WS-ESCAPE-INPUT PIC X(250).
           05  WS-ESCAPE-OUTPUT PIC X(1500).
           05  WS-ESCAPE-LENGTH PIC 9(4).
           05  WS-ESCAPE-INDEX PIC 9(4).
           05  WS-ESCAPE-OUT-POINTER PIC 9(4).
           05  WS-ESCAPE-CHAR PIC X.

       *> 日付編集用の作業領域（RFC 822形式のpubDate）
       01  DATE-FORMAT-FIELDS.
           05  WS-DATE-IN PIC X(30).
           05  WS-DATE-NUM PIC 9(8).
           05  WS-DATE-VALID PIC X VALUE 'N'.
           05  WS-DATE-TIME PIC X(8).
           05  WS-DAY-NUMBER PIC 9(1).
           05  WS-MONTH-NUMBER PIC 9(2).
           05  WS-RFC822-DATE PIC X(40).
           05  WS-TIME-ZONE PIC X(5).
           05  WS-CURRENT-STAMP PIC X(21).
       01  WS-DAY-NAMES-TEXT PIC X(21)
               VALUE 'MonTueWedThuFriSatSun'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-TEXT.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-MONTH-NAMES-TEXT PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-TEXT.
           05  WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).

       *> 送信ゲートウェイへの登録1件分（ファイル名・送信先・
       *> 件数・金額ハッシュ。フィードは金額を持たないため0）
       01  WS-OUTBOX-REGISTRATION.
           05  WS-OBX-FILE-NAME PIC X(30).
           05  WS-OBX-PARTNER PIC X(10).
           05  WS-OBX-COUNT PIC 9(9) VALUE 0.
           05  WS-OBX-HASH PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Lambda Feed Export ==="

           MOVE SPACES TO WS-FEED-LIMIT-X
           ACCEPT WS-FEED-LIMIT-X FROM ENVIRONMENT "FEEDS_LIMIT"
           IF WS-FEED-LIMIT-X NOT = SPACES
               AND FUNCTION TRIM(WS-FEED-LIMIT-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-FEED-LIMIT-X) TO WS-FEED-LIMIT
           END-IF
           IF WS-FEED-LIMIT = 0
               MOVE 10 TO WS-FEED-LIMIT
           END-IF
           MOVE SPACES TO WS-ONLY-SITE
           ACCEPT WS-ONLY-SITE FROM ENVIRONMENT "FEEDS_SITE"
           DISPLAY "RSS item limit: " WS-FEED-LIMIT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           IF WS-CURRENT-STAMP(17:1) = '+' OR '-'
               MOVE WS-CURRENT-STAMP(17:5) TO WS-TIME-ZONE
           ELSE
               MOVE '+0000' TO WS-TIME-ZONE
           END-IF

           PERFORM LOAD-SITE-CONFIG

           PERFORM LOAD-PUBLISHED-POSTS

           PERFORM APPLY-POST-METADATA

           PERFORM SORT-POSTS-BY-SITE-AND-DATE

           PERFORM VARYING I-SITE FROM 1 BY 1
                   UNTIL I-SITE > WS-SITE-COUNT
               PERFORM EXPORT-SITE-FEEDS
           END-PERFORM

           DISPLAY "Feed files written: " WS-FILES-WRITTEN
           STOP RUN.

       LOAD-SITE-CONFIG.
           *> サイト別設定を読み込む（ファイルが無ければ既定値のみ）
           OPEN INPUT FEED-SITE-FILE
           IF NOT WS-SITECFG-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FEED-SITE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SITECFG-RECORD NOT = SPACES
                           PERFORM PARSE-SITE-CONFIG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-SITE-FILE

           DISPLAY "Sites configured: " WS-SITE-COUNT.

       PARSE-SITE-CONFIG.
           MOVE SPACES TO SITECFG-PARSE-FIELDS
           UNSTRING WS-SITECFG-RECORD DELIMITED BY ','
               INTO CSV-CFG-SITE-CODE, CSV-CFG-BASE-URL,
                    CSV-CFG-TITLE, CSV-CFG-PARTNER
           END-UNSTRING
           IF CSV-CFG-SITE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CSV-CFG-SITE-CODE TO CSV-SITE-CODE
           PERFORM FIND-OR-ADD-SITE
           IF I-SITE > WS-SITE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CSV-CFG-BASE-URL NOT = SPACES
               MOVE CSV-CFG-BASE-URL TO ST-BASE-URL(I-SITE)
           END-IF
           IF CSV-CFG-TITLE NOT = SPACES
               MOVE CSV-CFG-TITLE TO ST-TITLE(I-SITE)
           END-IF
           IF CSV-CFG-PARTNER NOT = SPACES
               MOVE CSV-CFG-PARTNER TO ST-PARTNER(I-SITE)
           END-IF.

       FIND-OR-ADD-SITE.
           *> CSV-SITE-CODEのサイトを探し、無ければ既定値で追加する
           *> （表が満杯のときはI-SITEが件数を超えたまま戻る）
           SET I-SITE TO 1
           SEARCH WS-SITE-ENTRY
               AT END
                   SET I-SITE TO 51
               WHEN I-SITE > WS-SITE-COUNT
                   ADD 1 TO WS-SITE-COUNT
                   MOVE CSV-SITE-CODE TO ST-SITE-CODE(I-SITE)
                   MOVE SPACES TO ST-BASE-URL(I-SITE)
                   STRING "https://www.example.com/"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(CSV-SITE-CODE)
                              DELIMITED BY SIZE
                       INTO ST-BASE-URL(I-SITE)
                   END-STRING
                   MOVE CSV-SITE-CODE TO ST-TITLE(I-SITE)
                   MOVE "WEBPUB" TO ST-PARTNER(I-SITE)
                   MOVE 0 TO ST-POST-COUNT(I-SITE)
               WHEN ST-SITE-CODE(I-SITE) = CSV-SITE-CODE
                   CONTINUE
           END-SEARCH.

       LOAD-PUBLISHED-POSTS.
           *> 公開済み（publish）の投稿だけを投稿テーブルへ読み込む
           OPEN INPUT WP-POSTS-FILE
           IF NOT WS-POSTS-OK
               DISPLAY "Posts data file not found: "
                   WS-POSTS-FILENAME
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WP-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-POSTS-RECORD NOT = SPACES
                           PERFORM PARSE-POST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WP-POSTS-FILE

           DISPLAY "Published posts loaded: " WS-POST-COUNT
               "  skipped: " WS-POST-SKIPPED.

       PARSE-POST-RECORD.
           MOVE SPACES TO CSV-PARSE-FIELDS
           UNSTRING WS-POSTS-RECORD DELIMITED BY ','
               INTO CSV-SITE-CODE, CSV-POST-ID, CSV-POST-TITLE,
                    CSV-POST-NAME, CSV-POST-DATE, CSV-POST-STATUS
           END-UNSTRING

           IF FUNCTION TRIM(CSV-POST-STATUS) NOT = "publish"
               OR CSV-SITE-CODE = SPACES
               ADD 1 TO WS-POST-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-SITE NOT = SPACES
               AND CSV-SITE-CODE NOT = WS-ONLY-SITE
               ADD 1 TO WS-POST-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-COUNT >= 500
               DISPLAY "Post table full - post skipped: "
                   CSV-SITE-CODE " " CSV-POST-ID
               ADD 1 TO WS-POST-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-SITE
           IF I-SITE > WS-SITE-COUNT
               DISPLAY "Site table full - post skipped: "
                   CSV-SITE-CODE " " CSV-POST-ID
               ADD 1 TO WS-POST-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-POST-COUNT(I-SITE)

           ADD 1 TO WS-POST-COUNT
           SET I-POST TO WS-POST-COUNT
           MOVE CSV-SITE-CODE TO PT-SITE-CODE(I-POST)
           MOVE CSV-POST-ID TO PT-POST-ID(I-POST)
           MOVE CSV-POST-TITLE TO PT-TITLE(I-POST)
           MOVE CSV-POST-NAME TO PT-SLUG(I-POST)
           MOVE CSV-POST-DATE TO PT-DATE(I-POST)
           MOVE SPACES TO PT-MODIFIED(I-POST)
           MOVE SPACES TO PT-CATEGORY(I-POST).

       APPLY-POST-METADATA.
           *> postmetaのcategory／modifiedを該当投稿へ反映する
           OPEN INPUT WP-POSTMETA-FILE
           IF NOT WS-POSTMETA-OK
               DISPLAY "Postmeta data file not found: "
                   WS-POSTMETA-FILENAME
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WP-POSTMETA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-META-RECORD
                       PERFORM STORE-POST-META
               END-READ
           END-PERFORM
           CLOSE WP-POSTMETA-FILE.

       PARSE-META-RECORD.
           MOVE SPACES TO META-PARSE-FIELDS
           UNSTRING WS-POSTMETA-RECORD DELIMITED BY ','
               INTO CSV-META-SITE-CODE, CSV-META-POST-ID,
                    CSV-META-KEY, CSV-META-VALUE
           END-UNSTRING.

       STORE-POST-META.
           IF CSV-META-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CSV-META-KEY) NOT = "category"
               AND FUNCTION TRIM(CSV-META-KEY) NOT = "modified"
               EXIT PARAGRAPH
           END-IF

           SET I-POST TO 1
           SEARCH WS-POST-ENTRY
               AT END
                   CONTINUE
               WHEN I-POST > WS-POST-COUNT
                   CONTINUE
               WHEN PT-SITE-CODE(I-POST) = CSV-META-SITE-CODE
                   AND PT-POST-ID(I-POST) = CSV-META-POST-ID
                   IF FUNCTION TRIM(CSV-META-KEY) = "category"
                       *> 複数カテゴリの投稿は最初のものを使う
                       IF PT-CATEGORY(I-POST) = SPACES
                           MOVE CSV-META-VALUE
                               TO PT-CATEGORY(I-POST)
                       END-IF
                   ELSE
                       MOVE CSV-META-VALUE TO PT-MODIFIED(I-POST)
                   END-IF
           END-SEARCH.

       SORT-POSTS-BY-SITE-AND-DATE.
           *> サイトコード昇順・投稿日降順に並べ替える
           *> （バブルソート、表は高々500行）
           PERFORM VARYING WS-SORT-OUTER FROM 1 BY 1
                   UNTIL WS-SORT-OUTER >= WS-POST-COUNT
               PERFORM VARYING WS-SORT-INNER FROM 1 BY 1
                       UNTIL WS-SORT-INNER >
                           WS-POST-COUNT - WS-SORT-OUTER
                   IF PT-SITE-CODE(WS-SORT-INNER)
                           > PT-SITE-CODE(WS-SORT-INNER + 1)
                       OR (PT-SITE-CODE(WS-SORT-INNER)
                           = PT-SITE-CODE(WS-SORT-INNER + 1)
                       AND PT-DATE(WS-SORT-INNER)
                           < PT-DATE(WS-SORT-INNER + 1))
                       MOVE WS-POST-ENTRY(WS-SORT-INNER)
                           TO WS-SWAP-ENTRY
                       MOVE WS-POST-ENTRY(WS-SORT-INNER + 1)
                           TO WS-POST-ENTRY(WS-SORT-INNER)
                       MOVE WS-SWAP-ENTRY
                           TO WS-POST-ENTRY(WS-SORT-INNER + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EXPORT-SITE-FEEDS.
           *> 1サイト分のRSSフィードとサイトマップを作成して登録する
           IF ST-POST-COUNT(I-SITE) = 0
               DISPLAY "No published posts for site "
                   ST-SITE-CODE(I-SITE) " - no feeds written"
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RSS-FEED
           IF WS-FEED-OK
               PERFORM REGISTER-OUTBOX-FILE
           END-IF

           PERFORM WRITE-SITEMAP
           IF WS-FEED-OK
               PERFORM REGISTER-OUTBOX-FILE
           END-IF.

       WRITE-RSS-FEED.
           *> RSS 2.0フィード（新しい順に上位WS-FEED-LIMIT件）
           MOVE SPACES TO WS-FEED-FILENAME
           STRING "RSS-" DELIMITED BY SIZE
                  FUNCTION TRIM(ST-SITE-CODE(I-SITE))
                      DELIMITED BY SIZE
                  ".XML" DELIMITED BY SIZE
               INTO WS-FEED-FILENAME
           END-STRING
           OPEN OUTPUT FEED-OUTPUT-FILE
           IF NOT WS-FEED-OK
               DISPLAY "Cannot create feed file: " WS-FEED-FILENAME
                   " status " WS-FEED-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE ST-TITLE(I-SITE) TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-XML-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-TITLE
           MOVE SPACES TO WS-CHANNEL-URL
           STRING FUNCTION TRIM(ST-BASE-URL(I-SITE))
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
               INTO WS-CHANNEL-URL
           END-STRING
           MOVE WS-CHANNEL-URL TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-XML-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-URL
           MOVE WS-CURRENT-STAMP(1:14) TO WS-DATE-IN
           PERFORM FORMAT-RFC822-DATE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE '<rss version="2.0">' TO FEED-LINE
           WRITE FEED-LINE
           MOVE '<channel>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<title>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-TITLE) DELIMITED BY SIZE
                  "</title>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<link>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-URL) DELIMITED BY SIZE
                  "</link>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<description>Latest posts from "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-TITLE) DELIMITED BY SIZE
                  "</description>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           IF WS-DATE-VALID = 'Y'
               MOVE SPACES TO FEED-LINE
               STRING "<lastBuildDate>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RFC822-DATE)
                          DELIMITED BY SIZE
                      "</lastBuildDate>" DELIMITED BY SIZE
                   INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
           END-IF

           MOVE 0 TO WS-ITEM-COUNT
           PERFORM VARYING I-POST FROM 1 BY 1
                   UNTIL I-POST > WS-POST-COUNT
                   OR WS-ITEM-COUNT >= WS-FEED-LIMIT
               IF PT-SITE-CODE(I-POST) = ST-SITE-CODE(I-SITE)
                   PERFORM WRITE-RSS-ITEM
               END-IF
           END-PERFORM

           MOVE '</channel>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE '</rss>' TO FEED-LINE
           WRITE FEED-LINE
           CLOSE FEED-OUTPUT-FILE

           DISPLAY "RSS feed written: " FUNCTION TRIM(WS-FEED-FILENAME)
               " items " WS-ITEM-COUNT.

       WRITE-RSS-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM BUILD-POST-ESCAPED-FIELDS
           MOVE PT-DATE(I-POST) TO WS-DATE-IN
           PERFORM FORMAT-RFC822-DATE

           MOVE '<item>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<title>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-TITLE) DELIMITED BY SIZE
                  "</title>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<link>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-URL) DELIMITED BY SIZE
                  "</link>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING '<guid isPermaLink="true">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-URL) DELIMITED BY SIZE
                  "</guid>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           IF WS-DATE-VALID = 'Y'
               MOVE SPACES TO FEED-LINE
               STRING "<pubDate>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RFC822-DATE)
                          DELIMITED BY SIZE
                      "</pubDate>" DELIMITED BY SIZE
                   INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
           END-IF
           IF PT-CATEGORY(I-POST) NOT = SPACES
               MOVE SPACES TO FEED-LINE
               STRING "<category>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESCAPED-CATEGORY)
                          DELIMITED BY SIZE
                      "</category>" DELIMITED BY SIZE
                   INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
           END-IF
           MOVE '</item>' TO FEED-LINE
           WRITE FEED-LINE.

       WRITE-SITEMAP.
           *> XMLサイトマップ（公開済み投稿全件。カテゴリは独自の
           *> 名前空間の要素として付ける）
           MOVE SPACES TO WS-FEED-FILENAME
           STRING "SITEMAP-" DELIMITED BY SIZE
                  FUNCTION TRIM(ST-SITE-CODE(I-SITE))
                      DELIMITED BY SIZE
                  ".XML" DELIMITED BY SIZE
               INTO WS-FEED-FILENAME
           END-STRING
           OPEN OUTPUT FEED-OUTPUT-FILE
           IF NOT WS-FEED-OK
               DISPLAY "Cannot create sitemap file: "
                   WS-FEED-FILENAME " status " WS-FEED-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING '<urlset xmlns="http://www.sitemaps.org/'
                      DELIMITED BY SIZE
                  'schemas/sitemap/0.9"' DELIMITED BY SIZE
                  ' xmlns:post="urn:lambda-feeds:post">'
                      DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE

           MOVE 0 TO WS-ITEM-COUNT
           PERFORM VARYING I-POST FROM 1 BY 1
                   UNTIL I-POST > WS-POST-COUNT
               IF PT-SITE-CODE(I-POST) = ST-SITE-CODE(I-SITE)
                   PERFORM WRITE-SITEMAP-URL
               END-IF
           END-PERFORM

           MOVE '</urlset>' TO FEED-LINE
           WRITE FEED-LINE
           CLOSE FEED-OUTPUT-FILE

           DISPLAY "Sitemap written: "
               FUNCTION TRIM(WS-FEED-FILENAME)
               " urls " WS-ITEM-COUNT.

       WRITE-SITEMAP-URL.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM BUILD-POST-ESCAPED-FIELDS

           *> 最終更新日はpostmetaのmodified、無ければ投稿日
           IF PT-MODIFIED(I-POST) NOT = SPACES
               MOVE PT-MODIFIED(I-POST) TO WS-LASTMOD-DATE
           ELSE
               MOVE PT-DATE(I-POST) TO WS-LASTMOD-DATE
           END-IF
           MOVE WS-LASTMOD-DATE TO WS-DATE-IN
           PERFORM VALIDATE-DATE-IN

           MOVE '<url>' TO FEED-LINE
           WRITE FEED-LINE
           MOVE SPACES TO FEED-LINE
           STRING "<loc>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-URL) DELIMITED BY SIZE
                  "</loc>" DELIMITED BY SIZE
               INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           IF WS-DATE-VALID = 'Y'
               MOVE SPACES TO FEED-LINE
               STRING "<lastmod>" DELIMITED BY SIZE
                      WS-LASTMOD-DATE(1:10) DELIMITED BY SIZE
                      "</lastmod>" DELIMITED BY SIZE
                   INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
           END-IF
           IF PT-CATEGORY(I-POST) NOT = SPACES
               MOVE SPACES TO FEED-LINE
               STRING "<post:category>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESCAPED-CATEGORY)
                          DELIMITED BY SIZE
                      "</post:category>" DELIMITED BY SIZE
                   INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
           END-IF
           MOVE '</url>' TO FEED-LINE
           WRITE FEED-LINE.

       BUILD-POST-ESCAPED-FIELDS.
           *> 投稿のタイトル・URL・カテゴリをXMLエスケープする
           *> （URLは基底URL/スラッグ/）
           MOVE PT-TITLE(I-POST) TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-XML-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-TITLE

           MOVE SPACES TO WS-POST-URL
           STRING FUNCTION TRIM(ST-BASE-URL(I-SITE))
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(PT-SLUG(I-POST)) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
               INTO WS-POST-URL
           END-STRING
           MOVE WS-POST-URL TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-XML-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-URL

           MOVE PT-CATEGORY(I-POST) TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-XML-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-CATEGORY.

       ESCAPE-XML-STRING.
           *> WS-ESCAPE-INPUTの内容を & < > " ' を実体参照に
           *> 置き換えてWS-ESCAPE-OUTPUTへ書き出す
           *> （lambda-functionのESCAPE-JSON-STRINGと同じ方式）
           MOVE SPACES TO WS-ESCAPE-OUTPUT
           MOVE 1 TO WS-ESCAPE-OUT-POINTER
           MOVE 0 TO WS-ESCAPE-LENGTH
           IF WS-ESCAPE-INPUT NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ESCAPE-INPUT TRAILING))
                   TO WS-ESCAPE-LENGTH
           END-IF

           PERFORM VARYING WS-ESCAPE-INDEX FROM 1 BY 1
                   UNTIL WS-ESCAPE-INDEX > WS-ESCAPE-LENGTH
               MOVE WS-ESCAPE-INPUT(WS-ESCAPE-INDEX:1) TO WS-ESCAPE-CHAR
               EVALUATE WS-ESCAPE-CHAR
                   WHEN '&'
                       STRING '&amp;' DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
                   WHEN '<'
                       STRING '&lt;' DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
                   WHEN '>'
                       STRING '&gt;' DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
                   WHEN '"'
                       STRING '&quot;' DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
                   WHEN "'"
                       STRING '&apos;' DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
                   WHEN OTHER
                       STRING WS-ESCAPE-CHAR DELIMITED BY SIZE
                           INTO WS-ESCAPE-OUTPUT
                           WITH POINTER WS-ESCAPE-OUT-POINTER
               END-EVALUATE
           END-PERFORM.

       VALIDATE-DATE-IN.
           *> WS-DATE-INの先頭（YYYY-MM-DDまたはYYYYMMDD）を検査し
           *> WS-DATE-NUMへ数値化する
           MOVE 'N' TO WS-DATE-VALID
           MOVE SPACES TO WS-DATE-TIME
           IF WS-DATE-IN(5:1) = '-' AND WS-DATE-IN(8:1) = '-'
               IF WS-DATE-IN(1:4) IS NUMERIC
                   AND WS-DATE-IN(6:2) IS NUMERIC
                   AND WS-DATE-IN(9:2) IS NUMERIC
                   STRING WS-DATE-IN(1:4) DELIMITED BY SIZE
                          WS-DATE-IN(6:2) DELIMITED BY SIZE
                          WS-DATE-IN(9:2) DELIMITED BY SIZE
                       INTO WS-DATE-NUM
                   END-STRING
                   MOVE 'Y' TO WS-DATE-VALID
                   IF WS-DATE-IN(14:1) = ':'
                       AND WS-DATE-IN(17:1) = ':'
                       MOVE WS-DATE-IN(12:8) TO WS-DATE-TIME
                   END-IF
               END-IF
           ELSE
               *> 現在日時（YYYYMMDDHHMMSS）の形式
               IF WS-DATE-IN(1:14) IS NUMERIC
                   MOVE WS-DATE-IN(1:8) TO WS-DATE-NUM
                   MOVE 'Y' TO WS-DATE-VALID
                   STRING WS-DATE-IN(9:2) DELIMITED BY SIZE
                          ':' DELIMITED BY SIZE
                          WS-DATE-IN(11:2) DELIMITED BY SIZE
                          ':' DELIMITED BY SIZE
                          WS-DATE-IN(13:2) DELIMITED BY SIZE
                       INTO WS-DATE-TIME
                   END-STRING
               END-IF
           END-IF
           IF WS-DATE-VALID = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF
           IF WS-DATE-TIME = SPACES
               MOVE '00:00:00' TO WS-DATE-TIME
           END-IF.

       FORMAT-RFC822-DATE.
           *> WS-DATE-INをRSSのpubDate形式
           *> （例: Tue, 15 Jan 2026 10:00:00 +0900）に編集する
           MOVE SPACES TO WS-RFC822-DATE
           PERFORM VALIDATE-DATE-IN
           IF WS-DATE-VALID NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> 1601-01-01（通日1）は月曜日
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7) + 1
           MOVE WS-DATE-NUM(5:2) TO WS-MONTH-NUMBER
           STRING WS-DAY-NAME(WS-DAY-NUMBER) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-DATE-NUM(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTH-NAME(WS-MONTH-NUMBER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATE-NUM(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATE-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIME-ZONE DELIMITED BY SIZE
               INTO WS-RFC822-DATE
           END-STRING.

       REGISTER-OUTBOX-FILE.
       *> 作成済みファイルを送信ゲートウェイの登録取込ファイルへ
       *> 追記する（TRANSMIT-GATEWAYが送信簿へ取り込む）
           MOVE WS-FEED-FILENAME TO WS-OBX-FILE-NAME
           MOVE ST-PARTNER(I-SITE) TO WS-OBX-PARTNER
           MOVE WS-ITEM-COUNT TO WS-OBX-COUNT
           MOVE 0 TO WS-OBX-HASH
           OPEN EXTEND OUTBOX-ADD-FILE
           IF WS-OUTBOX-STATUS NOT = '00'
               OPEN OUTPUT OUTBOX-ADD-FILE
           END-IF
           MOVE SPACES TO WS-OUTBOX-ADD-RECORD
           STRING FUNCTION TRIM(WS-OBX-FILE-NAME)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OBX-PARTNER)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OBX-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OBX-HASH DELIMITED BY SIZE
               INTO WS-OUTBOX-ADD-RECORD
           END-STRING
           WRITE WS-OUTBOX-ADD-RECORD
           CLOSE OUTBOX-ADD-FILE
           ADD 1 TO WS-FILES-WRITTEN
           DISPLAY "Registered with transmit gateway: "
               FUNCTION TRIM(WS-OBX-FILE-NAME).

       END PROGRAM LAMBDA-FEEDS.
