      *>symfo_token_maint
      * 住所逆引きの検索トークン表(POST_CD_SEARCH_TOKEN)を、指定した
      * 郵便番号の範囲について作り直す呼び出し専用モジュール。範囲内の
      * トークンをいったん削除し、POST_CD(町域)とPOST_CD_OFFICE(事業所
      * 個別)の現在の行から登録し直す。切り出す名称は次のとおり:
      *   ・町域: 町域名と市区町村名(検索区分N)、町域名・市区町村名の
      *           カナの正規形(検索区分K。ロード時に生成済みの列)
      *   ・事業所: 事業所名(N)と、事業所名カナをsymfo_kana_normで
      *           正規形にそろえたもの(K)。都道府県コードの列が無い
      *           ため、都道府県名からsymfo_pref_checkで逆引きする
      * 各名称から1文字ずつずらした2文字の並びをトークンとし、同じ
      * 名称の中で重なるトークン・空白を含むトークンは登録しない。
      * 同じ郵便番号の町域が続く場合、市区町村名は最初の行の分だけを
      * 登録する。
      * 月次ロード後の全件作成(symfo_token_buildが郵便番号の先頭桁
      * ごとに呼ぶ)と、symfo_maint_approve・call_symfo_inst_batchが
      * POST_CDを変えた郵便番号1件ごとの作り直しの両方に使う。
      * 呼び出し側の接続・トランザクションの中で動き、COMMIT/ROLLBACK
      * はしない。呼び出しインタフェースはSRCH_TOKEN.cpyを参照
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_token_maint.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *切り出し元の町域の行(POST_CD)
        01 TOK-ZIPCODE        PIC X(7).
        01 TOK-PREF-CODE      PIC X(2).
        01 TOK-CITY-NAME      PIC N(20).
        01 TOK-TOWN-NAME      PIC N(30).
        01 TOK-CITY-KANA-NORM PIC N(20).
        01 TOK-TOWN-KANA-NORM PIC N(30).
      *切り出し元の事業所の行(POST_CD_OFFICE)
        01 TOK-PREF-NAME      PIC N(10).
        01 TOK-OFFICE-NAME    PIC N(40).
        01 TOK-OFFICE-KANA    PIC N(40).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *検索トークン表のホスト変数
            COPY SRCHTOKEN_VARS.
      *カナ正規化モジュールの呼び出しインタフェース(事業所名カナの
      *正規形を作る)
            COPY KANA_NORM.
      *都道府県整合チェックモジュールの呼び出しインタフェース
      *(事業所の都道府県名からコードを逆引きする)
            COPY PREF_CHECK.
      *トークンを切り出す名称と、その実長・走査用の添字
        01  WS-NAME-TEXT           PIC N(40).
        01  WS-NAME-LEN            PIC 9(3)  BINARY.
        01  WS-NAME-POS            PIC 9(3)  BINARY.
        01  WS-PRIOR-POS           PIC 9(3)  BINARY.
        01  WS-SCAN-IDX            PIC 9(3)  BINARY.
      *同じ名称の中で既に登録したトークンかどうか(Y=登録済み)
        01  WS-TOKEN-DUP           PIC X(01).
          88  TOKEN-DUP                 VALUE "Y".
      *直前に読んだ町域の郵便番号と市区町村名(同じ郵便番号が続く
      *場合に市区町村名のトークンを重ねて登録しない)
        01  WS-PREV-ZIPCODE        PIC X(7).
        01  WS-PREV-CITY-NAME      PIC N(20).
      *カーソルのFETCHループの終了判定
        01  WS-FETCH-DONE          PIC X(01)  VALUE "N".
          88  FETCH-DONE                VALUE "Y".
        LINKAGE SECTION.
      *呼び出しインタフェース(SRCH_TOKEN.cpy)
            COPY SRCH_TOKEN.
      *
        PROCEDURE DIVISION  USING  TOKEN-PARM.
        MAIN SECTION.
            MOVE  "00000"  TO  TOKEN-STATUS.
            MOVE  ZERO     TO  TOKEN-ROWS-SOURCE.
            MOVE  ZERO     TO  TOKEN-ROWS-WRITTEN.
            MOVE  TOKEN-LOW-ZIP   TO  SRCH-LOW-ZIP.
            MOVE  TOKEN-HIGH-ZIP  TO  SRCH-HIGH-ZIP.

      *使用するテーブルとスキーマの関連付けを行う
            EXEC SQL DECLARE
                POST_CD TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_SEARCH_TOKEN TABLE ON SC_SAMPLE
            END-EXEC.

      *範囲内の町域・事業所の行を郵便番号順に読むカーソル
            EXEC SQL
                DECLARE TOKEN_TOWN_CUR CURSOR FOR
                    SELECT 郵便番号,都道府県コード,
                           市区町村名,町域名,
                           市区町村名カナ正規化,町域名カナ正規化
                        FROM POST_CD
                        WHERE 郵便番号 BETWEEN :SRCH-LOW-ZIP
                                           AND :SRCH-HIGH-ZIP
                        ORDER BY 郵便番号
            END-EXEC.
            EXEC SQL
                DECLARE TOKEN_OFFICE_CUR CURSOR FOR
                    SELECT 郵便番号,都道府県名,事業所名,事業所名カナ
                        FROM POST_CD_OFFICE
                        WHERE 郵便番号 BETWEEN :SRCH-LOW-ZIP
                                           AND :SRCH-HIGH-ZIP
                        ORDER BY 郵便番号
            END-EXEC.

      *範囲内の古いトークンを消してから作り直す(無かった場合の
      *02000は正常)
            EXEC SQL
                DELETE FROM POST_CD_SEARCH_TOKEN
                    WHERE 郵便番号 BETWEEN :SRCH-LOW-ZIP
                                       AND :SRCH-HIGH-ZIP
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                AND  SQLSTATE  NOT  =  "02000"
                MOVE  SQLSTATE  TO  TOKEN-STATUS
            END-IF.
            IF  TOKEN-OK
                PERFORM BUILD-TOWN-TOKENS
            END-IF.
            IF  TOKEN-OK
                PERFORM BUILD-OFFICE-TOKENS
            END-IF.

            EXIT PROGRAM.

        BUILD-TOWN-TOKENS SECTION.
      *範囲内の町域の行から、名称とカナの正規形のトークンを登録する
            MOVE  "N"     TO  WS-FETCH-DONE.
            MOVE  SPACES  TO  WS-PREV-ZIPCODE.
            MOVE  SPACES  TO  WS-PREV-CITY-NAME.
            EXEC SQL OPEN TOKEN_TOWN_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                MOVE  SQLSTATE  TO  TOKEN-STATUS
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH TOKEN_TOWN_CUR INTO
                        :TOK-ZIPCODE,:TOK-PREF-CODE,
                        :TOK-CITY-NAME,:TOK-TOWN-NAME,
                        :TOK-CITY-KANA-NORM,:TOK-TOWN-KANA-NORM
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  TOKEN-ROWS-SOURCE
                    MOVE  TOK-ZIPCODE    TO  SRCH-ZIPCODE
                    MOVE  "T"            TO  SRCH-SOURCE
                    MOVE  TOK-PREF-CODE  TO  SRCH-PREF-CODE
                    MOVE  "N"            TO  SRCH-KIND
                    MOVE  TOK-TOWN-NAME  TO  WS-NAME-TEXT
                    PERFORM ADD-NAME-TOKENS
                    MOVE  "K"            TO  SRCH-KIND
                    MOVE  TOK-TOWN-KANA-NORM  TO  WS-NAME-TEXT
                    PERFORM ADD-NAME-TOKENS
                    IF  TOK-ZIPCODE    NOT  =  WS-PREV-ZIPCODE
                        OR  TOK-CITY-NAME  NOT  =  WS-PREV-CITY-NAME
                        MOVE  "N"            TO  SRCH-KIND
                        MOVE  TOK-CITY-NAME  TO  WS-NAME-TEXT
                        PERFORM ADD-NAME-TOKENS
                        MOVE  "K"            TO  SRCH-KIND
                        MOVE  TOK-CITY-KANA-NORM  TO  WS-NAME-TEXT
                        PERFORM ADD-NAME-TOKENS
                    END-IF
                    MOVE  TOK-ZIPCODE    TO  WS-PREV-ZIPCODE
                    MOVE  TOK-CITY-NAME  TO  WS-PREV-CITY-NAME
                    IF  NOT  TOKEN-OK
                        SET  FETCH-DONE  TO  TRUE
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    MOVE  SQLSTATE  TO  TOKEN-STATUS
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE TOKEN_TOWN_CUR END-EXEC.
        BUILD-TOWN-TOKENS-END.
            EXIT.

        BUILD-OFFICE-TOKENS SECTION.
      *範囲内の事業所の行から、事業所名とそのカナの正規形のトークン
      *を登録する(都道府県名を逆引きできない行は都道府県コードを
      *空白で登録し、都道府県で絞り込んだ検索には出さない)
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN TOKEN_OFFICE_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                MOVE  SQLSTATE  TO  TOKEN-STATUS
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH TOKEN_OFFICE_CUR INTO
                        :TOK-ZIPCODE,:TOK-PREF-NAME,
                        :TOK-OFFICE-NAME,:TOK-OFFICE-KANA
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  TOKEN-ROWS-SOURCE
                    MOVE  TOK-ZIPCODE    TO  SRCH-ZIPCODE
                    MOVE  "O"            TO  SRCH-SOURCE
                    MOVE  SPACES         TO  PREF-CHK-CODE
                    MOVE  TOK-PREF-NAME  TO  PREF-CHK-NAME
                    MOVE  SPACES         TO  PREF-CHK-ZIPCODE
                    CALL  "symfo_pref_check"  USING  PREF-CHK-PARM
                    IF  PREF-CHK-OK
                        MOVE  PREF-CHK-FOUND-CODE  TO  SRCH-PREF-CODE
                    ELSE
                        MOVE  SPACES  TO  SRCH-PREF-CODE
                    END-IF
                    MOVE  "N"              TO  SRCH-KIND
                    MOVE  TOK-OFFICE-NAME  TO  WS-NAME-TEXT
                    PERFORM ADD-NAME-TOKENS
                    MOVE  SPACES           TO  KANA-NORM-IN
                    MOVE  TOK-OFFICE-KANA  TO  KANA-NORM-IN
                    CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM
                    MOVE  "K"              TO  SRCH-KIND
                    MOVE  KANA-NORM-OUT    TO  WS-NAME-TEXT
                    PERFORM ADD-NAME-TOKENS
                    IF  NOT  TOKEN-OK
                        SET  FETCH-DONE  TO  TRUE
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    MOVE  SQLSTATE  TO  TOKEN-STATUS
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE TOKEN_OFFICE_CUR END-EXEC.
        BUILD-OFFICE-TOKENS-END.
            EXIT.

        ADD-NAME-TOKENS SECTION.
      *WS-NAME-TEXTから2文字ずつのトークンを切り出して登録する
      *(検索区分・郵便番号・出典区分・都道府県コードは呼び出し元で
      *設定済みの前提。1文字以下の名称は登録しない)
            MOVE  ZERO  TO  WS-NAME-LEN.
            PERFORM  VARYING  WS-SCAN-IDX  FROM  1  BY  1
                    UNTIL  WS-SCAN-IDX  >  40
                IF  WS-NAME-TEXT(WS-SCAN-IDX:1)  NOT  =  SPACE
                    MOVE  WS-SCAN-IDX  TO  WS-NAME-LEN
                END-IF
            END-PERFORM.
            MOVE  WS-NAME-TEXT  TO  SRCH-TEXT.
            PERFORM  VARYING  WS-NAME-POS  FROM  1  BY  1
                    UNTIL  WS-NAME-POS  >=  WS-NAME-LEN
                        OR  NOT  TOKEN-OK
                MOVE  WS-NAME-TEXT(WS-NAME-POS:2)  TO  SRCH-TOKEN
                MOVE  "N"  TO  WS-TOKEN-DUP
                IF  SRCH-TOKEN(1:1)  =  SPACE
                    OR  SRCH-TOKEN(2:1)  =  SPACE
                    SET  TOKEN-DUP  TO  TRUE
                END-IF
                PERFORM  VARYING  WS-PRIOR-POS  FROM  1  BY  1
                        UNTIL  WS-PRIOR-POS  >=  WS-NAME-POS
                            OR  TOKEN-DUP
                    IF  WS-NAME-TEXT(WS-PRIOR-POS:2)  =  SRCH-TOKEN
                        SET  TOKEN-DUP  TO  TRUE
                    END-IF
                END-PERFORM
                IF  NOT  TOKEN-DUP
                    EXEC SQL
                      INSERT INTO POST_CD_SEARCH_TOKEN
                          (トークン,検索区分,郵便番号,出典区分,
                           都道府県コード,検索文字列)
                          VALUES (:SRCH-TOKEN,:SRCH-KIND,
                           :SRCH-ZIPCODE,:SRCH-SOURCE,
                           :SRCH-PREF-CODE,:SRCH-TEXT)
                    END-EXEC
                    IF  SQLSTATE  =  "00000"
                        ADD  1  TO  TOKEN-ROWS-WRITTEN
                    ELSE
                        MOVE  SQLSTATE  TO  TOKEN-STATUS
                    END-IF
                END-IF
            END-PERFORM.
        ADD-NAME-TOKENS-END.
            EXIT.

        END PROGRAM symfo_token_maint.
