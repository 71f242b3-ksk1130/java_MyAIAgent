      * 住所名(都道府県名/市区町村名/町域名)またはそのカナ読みから
      * 郵便番号を逆引きする照会プログラム。部分一致で検索し、同じ
      * 町域名が複数の郵便番号に割り当てられている場合も全件列挙する。
      * 検索文字列が2文字以上あれば、住所逆引きの検索トークン表
      * (POST_CD_SEARCH_TOKEN。symfo_token_buildが月次ロード後に作成
      * し、symfo_maint_approve・call_symfo_inst_batchが変更の都度
      * 作り直す)を検索文字列の先頭2文字で引いて候補を絞り、候補の
      * 行だけを部分一致で確かめる。町域名・市区町村名(カナ検索では
      * その正規形)と、大口事業所の事業所名(カナ検索では事業所名
      * カナの正規形)が対象になる。都道府県名(カナ検索ではその正規
      * 形)はトークンにしないため、トークンで1件も該当しなかった
      * 検索と1文字だけの検索は、従来どおりPOST_CDの都道府県名・
      * 市区町村名・町域名(カナ検索ではそれぞれの正規形)を直接部分
      * 一致で検索する(事業所名はこの検索の対象外)。
      * 検索の前に都道府県コード(01~47。空白は全国)を受け付け、指定
      * があればその都道府県の行だけを検索する。
      * 表示件数には上限を設け、上限で打ち切った場合は「続きがある」
      * 旨を表示して曖昧すぎる検索が画面を流し続けないようにする。
      * 1件も該当しなかった検索は、入力どおりの検索文字列を未解決ログ
      * (既定はunresolved.log。SYMFO_UNRESOLVED_LOGで差し替え可能。
      * symfo_inq・postcd_lookupと共用)へ追記する。
      * CONNECT/DISCONNECTの構成はsymfo_inqに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_inq_addr.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *未解決ログ(該当なしの検索を追記する。symfo_inq・postcd_lookup
      *と共用)
            SELECT  UNRF  ASSIGN  TO  WS-UNRESOLVED-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  UNRF-FST.
        DATA DIVISION.
        FILE SECTION.
      *未解決ログのレコード定義(symfo_inq・postcd_lookupと共通)
        FD  UNRF.
            COPY UNRESOLVED_REC.
        WORKING-STORAGE SECTION.
      *ホスト変数はsymfo_instと共通のものを使う
            COPY HOST_VARS.
      *検索トークン表のホスト変数(都道府県コードでの絞り込みと、
      *トークン検索の結果の出典区分・町域名か事業所名の受け取りにも
      *使う)
            COPY SRCHTOKEN_VARS.
      *部分一致検索用のLIKEパターン(%検索文字列%)。HOST_VARSには無い
      *ため、ここで追加のDECLARE SECTIONとして宣言する。固定長のまま
      *だと2つ目の%より後ろの空白までパターン文字として突き合わせて
          88  SEARCH-BY-KANA        VALUE "K".
      *画面から受け付ける検索文字列
        01  WS-SEARCH-TEXT     PIC N(30).
      *入力どおりの検索文字列(カナ検索では正規化する前の文字列。
      *未解決ログへ書く)
        01  WS-ENTERED-TEXT    PIC N(30).
      *画面から受け付ける都道府県コード(空白=全国)
        01  WS-PREF-FILTER     PIC X(02).
      *都道府県整合チェックモジュールの呼び出しインタフェース(受け
      *付けた都道府県コードが01~47かどうかを確かめる)
            COPY PREF_CHECK.
      *検索トークン表で引くかどうか(Y=トークン検索、N=POST_CDを直接
      *部分一致で検索。トークン検索が該当なしならNにして検索し直す)
        01  WS-USE-TOKENS      PIC X(01)  VALUE "N".
          88  USE-TOKENS            VALUE "Y".
      *未解決ログのファイル名とファイルのステータス変数
        01  WS-UNRESOLVED-FILE PIC X(100)  VALUE "unresolved.log".
        01  UNRF-FST           PIC X(02).
      *カナ正規化モジュールの呼び出しインタフェース(カナ検索の
      *検索文字列を正規形へそろえてから突き合わせる)
            COPY KANA_NORM.
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            MOVE  WS-SEARCH-TEXT  TO  WS-ENTERED-TEXT.

      *都道府県で絞り込む場合は都道府県コードを受け付ける(空白は
      *全国。01~47以外は受け付けない)
            DISPLAY  "symfo_inq_addr: prefecture code (01-47,"
                     " blank=all)?"
                UPON  CONS.
            ACCEPT   WS-PREF-FILTER  FROM  CONS.
            MOVE  WS-PREF-FILTER  TO  SRCH-PREF-CODE.
            IF  WS-PREF-FILTER  NOT  =  SPACES
                MOVE  WS-PREF-FILTER  TO  PREF-CHK-CODE
                MOVE  SPACES          TO  PREF-CHK-NAME
                MOVE  SPACES          TO  PREF-CHK-ZIPCODE
                CALL  "symfo_pref_check"  USING  PREF-CHK-PARM
                IF  NOT  PREF-CHK-OK
                    DISPLAY  "symfo_inq_addr: prefecture code must be"
                             " 01-47"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
            END-IF.

      *表示件数の上限(未設定、もしくは数値以外の場合は既定値のまま)
            DISPLAY  "SYMFO_MAX_ROWS"  UPON  ENVIRONMENT-NAME.
            EXEC SQL DECLARE
                POST_CD TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_SEARCH_TOKEN TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.
                    N"%"            DELIMITED  BY  SIZE
                INTO  WS-PATTERN-TXT.
            COMPUTE  WS-PATTERN-LEN  =  WS-TEXT-LEN + 2.
      *検索文字列の先頭から、空白を含まない最初の2文字をトークンと
      *する(2文字に満たない検索はトークンで引かない)
            PERFORM  VARYING  WS-SCAN-IDX  FROM  1  BY  1
                    UNTIL  WS-SCAN-IDX  >=  WS-TEXT-LEN
                        OR  USE-TOKENS
                IF  WS-SEARCH-TEXT(WS-SCAN-IDX:1)  NOT  =  SPACE
                    AND  WS-SEARCH-TEXT(WS-SCAN-IDX + 1:1)
                                                   NOT  =  SPACE
                    MOVE  WS-SEARCH-TEXT(WS-SCAN-IDX:2)  TO  SRCH-TOKEN
                    SET  USE-TOKENS  TO  TRUE
                END-IF
            END-PERFORM.

      *名称検索用カーソル(都道府県名/市区町村名/町域名のいずれかに
      *部分一致した行を郵便番号順に返す)
                    SELECT 郵便番号,
                           都道府県名,市区町村名,町域名
                        FROM POST_CD
                        WHERE (都道府県名 LIKE :WS-PATTERN
                            OR 市区町村名 LIKE :WS-PATTERN
                            OR 町域名     LIKE :WS-PATTERN)
                          AND (都道府県コード = :SRCH-PREF-CODE
                            OR :SRCH-PREF-CODE = '  ')
                        ORDER BY 郵便番号
            END-EXEC.
      *カナ検索用カーソル(正規化照合キーのいずれかに部分一致した行を
                    SELECT 郵便番号,
                           都道府県名,市区町村名,町域名
                        FROM POST_CD
                        WHERE (都道府県名カナ正規化 LIKE :WS-PATTERN
                            OR 市区町村名カナ正規化 LIKE :WS-PATTERN
                            OR 町域名カナ正規化     LIKE :WS-PATTERN)
                          AND (都道府県コード = :SRCH-PREF-CODE
                            OR :SRCH-PREF-CODE = '  ')
                        ORDER BY 郵便番号
            END-EXEC.
      *トークン検索用カーソル(名称)。トークンと部分一致の両方に
      *当たったトークン表の行から郵便番号を取り、町域は該当する
      *POST_CDの行(同じ郵便番号の別の町域は除く)、事業所は
      *POST_CD_OFFICEの行を返す
            EXEC SQL
                DECLARE TOKEN_NAME_CUR CURSOR FOR
                    SELECT 'T',郵便番号,
                           都道府県名,市区町村名,町域名
                        FROM POST_CD
                        WHERE 郵便番号 IN
                              (SELECT 郵便番号
                                   FROM POST_CD_SEARCH_TOKEN
                                   WHERE トークン = :SRCH-TOKEN
                                     AND 検索区分 = 'N'
                                     AND 出典区分 = 'T'
                                     AND 検索文字列 LIKE :WS-PATTERN
                                     AND (都道府県コード
                                             = :SRCH-PREF-CODE
                                       OR :SRCH-PREF-CODE = '  '))
                          AND (市区町村名 LIKE :WS-PATTERN
                            OR 町域名     LIKE :WS-PATTERN)
                    UNION ALL
                    SELECT 'O',郵便番号,
                           都道府県名,市区町村名,事業所名
                        FROM POST_CD_OFFICE
                        WHERE 郵便番号 IN
                              (SELECT 郵便番号
                                   FROM POST_CD_SEARCH_TOKEN
                                   WHERE トークン = :SRCH-TOKEN
                                     AND 検索区分 = 'N'
                                     AND 出典区分 = 'O'
                                     AND 検索文字列 LIKE :WS-PATTERN
                                     AND (都道府県コード
                                             = :SRCH-PREF-CODE
                                       OR :SRCH-PREF-CODE = '  '))
                    ORDER BY 2
            END-EXEC.
      *トークン検索用カーソル(カナ。町域は正規化照合キーで確かめる)
            EXEC SQL
                DECLARE TOKEN_KANA_CUR CURSOR FOR
                    SELECT 'T',郵便番号,
                           都道府県名,市区町村名,町域名
                        FROM POST_CD
                        WHERE 郵便番号 IN
                              (SELECT 郵便番号
                                   FROM POST_CD_SEARCH_TOKEN
                                   WHERE トークン = :SRCH-TOKEN
                                     AND 検索区分 = 'K'
                                     AND 出典区分 = 'T'
                                     AND 検索文字列 LIKE :WS-PATTERN
                                     AND (都道府県コード
                                             = :SRCH-PREF-CODE
                                       OR :SRCH-PREF-CODE = '  '))
                          AND (市区町村名カナ正規化 LIKE :WS-PATTERN
                            OR 町域名カナ正規化     LIKE :WS-PATTERN)
                    UNION ALL
                    SELECT 'O',郵便番号,
                           都道府県名,市区町村名,事業所名
                        FROM POST_CD_OFFICE
                        WHERE 郵便番号 IN
                              (SELECT 郵便番号
                                   FROM POST_CD_SEARCH_TOKEN
                                   WHERE トークン = :SRCH-TOKEN
                                     AND 検索区分 = 'K'
                                     AND 出典区分 = 'O'
                                     AND 検索文字列 LIKE :WS-PATTERN
                                     AND (都道府県コード
                                             = :SRCH-PREF-CODE
                                       OR :SRCH-PREF-CODE = '  '))
                    ORDER BY 2
            END-EXEC.

      *トークン検索で1件も該当しなかった場合は、POST_CDを直接部分
      *一致で検索し直す(都道府県名はトークンにしないため、都道府県名
      *での検索はこちらで見つかる。トークン表の作り直しが済んでいない
      *行もこちらで拾える)
            PERFORM LIST-ADDR-ROWS.
            IF  USE-TOKENS
                AND  WS-ROWS-SHOWN  =  ZERO
                AND  WS-PROGRAM-RC  =  ZERO
                MOVE  "N"  TO  WS-USE-TOKENS
                PERFORM LIST-ADDR-ROWS
            END-IF.

      *検索結果の件数と、上限打ち切りの有無を表示する
            DISPLAY  "symfo_inq_addr: matched="  WS-ROWS-SHOWN
                UPON  CONS.
            IF  MORE-ROWS
                DISPLAY  "symfo_inq_addr: more rows exist,"
                         " narrow the search text"
                    UPON  CONS
            END-IF.
            IF  WS-ROWS-SHOWN  =  ZERO
                AND  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_inq_addr: no match"  UPON  CONS
                MOVE  4  TO  WS-PROGRAM-RC
                PERFORM LOG-UNRESOLVED-SEARCH
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LIST-ADDR-ROWS SECTION.
      *検索区分とトークン検索の有無に応じたカーソルを開き、該当行を
      *表示して閉じる
            MOVE  "N"  TO  WS-FETCH-DONE.
            IF  USE-TOKENS  AND  SEARCH-BY-KANA
                EXEC SQL OPEN TOKEN_KANA_CUR END-EXEC
            ELSE IF  USE-TOKENS
                EXEC SQL OPEN TOKEN_NAME_CUR END-EXEC
            ELSE IF  SEARCH-BY-KANA
                EXEC SQL OPEN ADDR_KANA_CUR END-EXEC
            ELSE
                EXEC SQL OPEN ADDR_NAME_CUR END-EXEC
                PERFORM FETCH-ADDR-ROW
                IF  SQLSTATE  =  "00000"
                    IF  WS-ROWS-SHOWN  <  WS-MAX-ROWS
                        IF  SRCH-SOURCE  =  "O"
                            DISPLAY  "symfo_inq_addr: "  ZIPCODE
                                     " "  PREF_NAME
                                     " "  CITY_NAME
                                     " "  SRCH-TEXT
                                     " (office)"
                                UPON  CONS
                        ELSE
                            DISPLAY  "symfo_inq_addr: "  ZIPCODE
                                     " "  PREF_NAME
                                     " "  CITY_NAME
                                     " "  SRCH-TEXT
                                UPON  CONS
                        END-IF
                        ADD  1  TO  WS-ROWS-SHOWN
                    ELSE
                        SET  MORE-ROWS   TO  TRUE
                END-IF
            END-PERFORM.

            IF  USE-TOKENS  AND  SEARCH-BY-KANA
                EXEC SQL CLOSE TOKEN_KANA_CUR END-EXEC
            ELSE IF  USE-TOKENS
                EXEC SQL CLOSE TOKEN_NAME_CUR END-EXEC
            ELSE IF  SEARCH-BY-KANA
                EXEC SQL CLOSE ADDR_KANA_CUR END-EXEC
            ELSE
                EXEC SQL CLOSE ADDR_NAME_CUR END-EXEC
            END-IF.
        LIST-ADDR-ROWS-END.
            EXIT.

        LOG-UNRESOLVED-SEARCH SECTION.
      *該当なしの検索を未解決ログへ1行追記する(ログが書けなくても
      *照会の結果は変えない)
            DISPLAY  "SYMFO_UNRESOLVED_LOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                   FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-UNRESOLVED-FILE
            END-IF.
            OPEN  EXTEND  UNRF.
            IF  UNRF-FST  =  "35"
                OPEN  OUTPUT  UNRF
            END-IF.
            IF  UNRF-FST  NOT  =  "00"
                DISPLAY  "symfo_inq_addr: unresolved log open error"
                         " FST="  UNRF-FST
                    UPON  CONS
            ELSE
                MOVE  SPACES            TO  UNR-R
                ACCEPT  UNR-DATE        FROM  DATE  YYYYMMDD
                ACCEPT  UNR-TIME        FROM  TIME
                MOVE  "symfo_inq_addr"  TO  UNR-PROGRAM
                MOVE  ZERO              TO  UNR-REQ-SEQ
                MOVE  WS-SEARCH-MODE    TO  UNR-KIND
                MOVE  SPACES            TO  UNR-ZIPCODE
                MOVE  WS-ENTERED-TEXT   TO  UNR-SEARCH-TEXT
                WRITE  UNR-R
                CLOSE  UNRF
            END-IF.
        LOG-UNRESOLVED-SEARCH-END.
            EXIT.

        FETCH-ADDR-ROW SECTION.
      *検索区分に応じたカーソルから1行FETCHする(出典区分と、町域名
      *か事業所名をSRCH-SOURCE・SRCH-TEXTへそろえて受け取る)
            IF  USE-TOKENS  AND  SEARCH-BY-KANA
                EXEC SQL
                    FETCH TOKEN_KANA_CUR INTO
                        :SRCH-SOURCE,:ZIPCODE,
                        :PREF_NAME,:CITY_NAME,:SRCH-TEXT
                END-EXEC
            ELSE IF  USE-TOKENS
                EXEC SQL
                    FETCH TOKEN_NAME_CUR INTO
                        :SRCH-SOURCE,:ZIPCODE,
                        :PREF_NAME,:CITY_NAME,:SRCH-TEXT
                END-EXEC
            ELSE IF  SEARCH-BY-KANA
                EXEC SQL
                    FETCH ADDR_KANA_CUR INTO
                        :ZIPCODE,
                        :PREF_NAME,:CITY_NAME,:TOWN_NAME
                END-EXEC
                MOVE  "T"        TO  SRCH-SOURCE
                MOVE  TOWN_NAME  TO  SRCH-TEXT
            ELSE
                EXEC SQL
                    FETCH ADDR_NAME_CUR INTO
                        :ZIPCODE,
                        :PREF_NAME,:CITY_NAME,:TOWN_NAME
                END-EXEC
                MOVE  "T"        TO  SRCH-SOURCE
                MOVE  TOWN_NAME  TO  SRCH-TEXT
            END-IF.
        FETCH-ADDR-ROW-END.
            EXIT.
