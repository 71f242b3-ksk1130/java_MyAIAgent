      * 応答レコードは都道府県/市区町村/町域の分割列とカナ、事業所
      * ヒットの事業所名・取扱局を持ち、ゲートウェイ側での住所の
      * 切り出しを不要にする
      * 7桁の照会では担当地区・配送ゾーン表(POST_CD_ZONE)を最長一致
      * (7桁の登録が無ければ6桁、5桁…と上位桁へ)で引き、住所の横に
      * 担当地区コードと配送ゾーンを表示する(応答レコードでは末尾の
      * 列に入れる)
      * 該当なしで終わった照会(7桁・上位桁とも)は未解決ログ(既定は
      * unresolved.log。SYMFO_UNRESOLVED_LOGで差し替え可能)へ日時・
      * プログラム名・要求連番(要求ディレクトリ処理のみ)付きで追記
      * する(週次の集計はsymfo_unresolved_report)
      * 町域でも事業所でも該当しない7桁の照会は、郵便番号の新旧対応表
      * (POST_CD_CROSSWALK。symfo_crosswalkが作る)で旧番号として
      * 引き、見つかれば該当なしではなく「新番号へ移った」と答える
      * (画面は"moved to <新番号>"、応答レコードは状態MOVEDで、末尾
      * の列に新番号、住所の列に新番号の住所を入れる。町域が分かれた
      * 場合は新番号ごとに1行)。この場合は未解決ログへは書かない
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_inq.
        ENVIRONMENT    DIVISION.
            SELECT  HBF  ASSIGN  TO  WS-HEARTBEAT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  HBF-FST.
      *未解決ログ(該当なしの照会を追記する。symfo_inq_addr・
      *postcd_lookupと共用)
            SELECT  UNRF  ASSIGN  TO  WS-UNRESOLVED-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  UNRF-FST.
        DATA DIVISION.
        FILE SECTION.
      *要求ファイルのレコード定義(先頭7桁を郵便番号として使う)
            02  RESP-TOWN-KANA     PIC N(30).
            02  RESP-OFFICE-NAME   PIC N(40).
            02  RESP-HANDLE-OFFICE PIC N(20).
            02  FILLER             PIC X(1).
            02  RESP-TERRITORY     PIC X(4).
            02  FILLER             PIC X(1).
            02  RESP-ZONE          PIC X(3).
            02  FILLER             PIC X(1).
            02  RESP-NEW-ZIPCODE   PIC X(7).
      *停止指示ファイルのレコード定義(中身は見ない。存在だけ確認する)
        FD  STOPF.
        01  STOP-REC               PIC X(10).
            02  HB-TIME            PIC 9(8).
            02  FILLER             PIC X(5).
            02  HB-SEQ             PIC 9(6).
      *未解決ログのレコード定義(symfo_inq_addr・postcd_lookupと共通)
        FD  UNRF.
            COPY UNRESOLVED_REC.
        WORKING-STORAGE SECTION.
      *ホスト変数はsymfo_instと共通のものを使う
            COPY HOST_VARS.
            49  WS-ZPATTERN-TXT  PIC X(8).
      *上位桁検索でヒットした行の郵便番号(要求の郵便番号とは別に持つ)
        01  PFX-ZIPCODE        PIC X(7).
      *担当地区・配送ゾーン表の照会キー(郵便番号の上位桁を左詰め)と
      *引き当てた担当地区コード・配送ゾーン
        01  ZONE_KEY           PIC X(7).
        01  TERRITORY_CODE     PIC X(4).
        01  DELIVERY_ZONE      PIC X(3).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *郵便番号の新旧対応表(POST_CD_CROSSWALK)のホスト変数
            COPY CROSSWALK_VARS.
      *画面から受け付ける郵便番号
        01  WS-INPUT-ZIPCODE   PIC X(07).
      *環境変数からの読み取り作業領域
        01  RESPF-FST          PIC X(02).
        01  STOPF-FST          PIC X(02).
        01  HBF-FST            PIC X(02).
        01  UNRF-FST           PIC X(02).
      *未解決ログのファイル名(既定はunresolved.log)
        01  WS-UNRESOLVED-FILE PIC X(100)  VALUE "unresolved.log".
      *常駐モードの終了判定(Y=終了指示を受け付けた)
        01  WS-SVC-QUIT        PIC X(01)  VALUE "N".
          88  SVC-QUIT              VALUE "Y".
        01  WS-ROWS-SHOWN      PIC 9(7)  BINARY.
        01  WS-MORE-ROWS       PIC X(01).
          88  MORE-ROWS             VALUE "Y".
      *担当地区・配送ゾーンを引く郵便番号と、最長一致で試すキーの
      *桁数、引き当てたかどうか(Y=引き当てた)
        01  WS-ZONE-ZIP        PIC X(7).
        01  WS-ZONE-LEN        PIC 9(3)  BINARY.
        01  WS-ZONE-FOUND      PIC X(01).
          88  ZONE-FOUND            VALUE "Y".
      *旧番号として新旧対応表で見つかった新番号の件数と、対応表
      *カーソルのFETCHループの終了判定
        01  WS-MOVED-COUNT     PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-XW-FETCH-DONE   PIC X(01)  VALUE "N".
          88  XW-FETCH-DONE         VALUE "Y".
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC      PIC 9(4)  BINARY  VALUE ZERO.
      *
                MOVE  WS-MAX-ROWS-N  TO  WS-MAX-ROWS
            END-IF.

      *未解決ログのファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_UNRESOLVED_LOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                   FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-UNRESOLVED-FILE
            END-IF.

      *単発照会は従来どおり、接続する前に画面から郵便番号を受け付ける
            IF  NOT  SERVICE-MODE
                DISPLAY  "symfo_inq: zip code?"  UPON  CONS
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_ZONE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_CROSSWALK TABLE ON SC_SAMPLE
            END-EXEC.

      *事業所個別郵便番号の検索カーソル(画面表示のLIST-OFFICE-HITSと
      *常駐モードのLOOKUP-FOR-RESPONSEで共用する。宣言は両方の参照
                        ORDER BY 郵便番号
            END-EXEC.

      *旧番号から新番号を引くカーソル(町域が分かれた場合は複数行。
      *画面表示のLIST-MOVED-HITSと常駐モードのWRITE-MOVED-RESPONSES
      *で共用する)
            EXEC SQL
                DECLARE XWALK_CUR CURSOR FOR
                    SELECT 新郵便番号,有効日
                        FROM POST_CD_CROSSWALK
                        WHERE 旧郵便番号 = :ZIPCODE
                        ORDER BY 新郵便番号
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

                SET  TOWN-HIT  TO  TRUE
                DISPLAY  "symfo_inq: " ZIPCODE " -> " ADDRESS_NAME
                    UPON  CONS
                PERFORM DISPLAY-ZONE
                PERFORM DISPLAY-ROME-IF-PRESENT
            ELSE IF SQLSTATE = "02000"
                CONTINUE
                PERFORM LIST-OFFICE-HITS
            END-IF.

      *町域でも事業所でもヒットしなければ、旧番号として新旧対応表を
      *引き、移った先の新番号を表示する
            MOVE  ZERO  TO  WS-MOVED-COUNT.
            IF  NOT  QUERY-ERROR
                AND  NOT  TOWN-HIT
                AND  WS-OFFICE-COUNT  =  ZERO
                PERFORM LIST-MOVED-HITS
            END-IF.

      *町域でも事業所でもヒットせず、新番号へも移っていない場合だけ
      *該当なしとする(常駐モードでは1件の該当なしを異常終了扱いに
      *しない)
            IF  NOT  QUERY-ERROR
                AND  NOT  TOWN-HIT
                AND  WS-OFFICE-COUNT  =  ZERO
                AND  WS-MOVED-COUNT  =  ZERO
                DISPLAY  "symfo_inq: zip code not found: " ZIPCODE
                    UPON  CONS
                PERFORM LOG-UNRESOLVED-ZIP
                IF  NOT  SERVICE-MODE
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
                DISPLAY  "symfo_inq: no zip code under prefix "
                         ZIPCODE
                    UPON  CONS
                PERFORM LOG-UNRESOLVED-ZIP
                IF  NOT  SERVICE-MODE
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
        WRITE-EXACT-RESPONSE SECTION.
      *7桁の要求1件を検索し、応答ファイルへ1行書き出す。町域
      *ヒットは分割列とカナをそのまま返し、町域で該当しない場合は
      *事業所個別郵便番号を探して事業所名・取扱局を添えて返す。
      *事業所でも該当しなければ旧番号として新旧対応表を引き、移った
      *先の新番号ごとにMOVED行を書く
            MOVE  ZERO  TO  WS-MOVED-COUNT.
            PERFORM CLEAR-RESPONSE-ROW.
            MOVE  ZIPCODE  TO  RESP-ZIPCODE.
            EXEC SQL
                MOVE  PREF_KANA   TO  RESP-PREF-KANA
                MOVE  CITY_KANA   TO  RESP-CITY-KANA
                MOVE  TOWN_KANA   TO  RESP-TOWN-KANA
                MOVE  ZIPCODE     TO  WS-ZONE-ZIP
                PERFORM FIND-ZONE-FOR-ZIP
                MOVE  TERRITORY_CODE  TO  RESP-TERRITORY
                MOVE  DELIVERY_ZONE   TO  RESP-ZONE
            ELSE IF  SQLSTATE  =  "02000"
                EXEC SQL OPEN OFFICE_CUR END-EXEC
                EXEC SQL
                    MOVE  TOWN_NAME      TO  RESP-TOWN-NAME
                    MOVE  OFFICE_NAME    TO  RESP-OFFICE-NAME
                    MOVE  HANDLE_OFFICE  TO  RESP-HANDLE-OFFICE
                    MOVE  ZIPCODE        TO  WS-ZONE-ZIP
                    PERFORM FIND-ZONE-FOR-ZIP
                    MOVE  TERRITORY_CODE  TO  RESP-TERRITORY
                    MOVE  DELIVERY_ZONE   TO  RESP-ZONE
                ELSE IF  SQLSTATE  =  "02000"
                    PERFORM WRITE-MOVED-RESPONSES
                    IF  WS-MOVED-COUNT  =  ZERO
                        PERFORM CLEAR-RESPONSE-ROW
                        MOVE  ZIPCODE     TO  RESP-ZIPCODE
                        IF  QUERY-ERROR
                            MOVE  "ERROR"     TO  RESP-STATUS
                        ELSE
                            MOVE  "NOTFOUND"  TO  RESP-STATUS
                            PERFORM LOG-UNRESOLVED-ZIP
                        END-IF
                    END-IF
                ELSE
                    DISPLAY  "symfo_inq: SQL error "
                             SQLSTATE  " "  SQLMSG
                MOVE  "ERROR"  TO  RESP-STATUS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
      *MOVED行は新番号ごとに書き出し済み
            IF  WS-MOVED-COUNT  =  ZERO
                WRITE  RESP-R
            END-IF.
        WRITE-EXACT-RESPONSE-END.
            EXIT.

                MOVE  ZIPCODE     TO  RESP-ZIPCODE
                MOVE  "NOTFOUND"  TO  RESP-STATUS
                WRITE  RESP-R
                PERFORM LOG-UNRESOLVED-ZIP
            END-IF.
        WRITE-PREFIX-RESPONSES-END.
            EXIT.
            MOVE  SPACES  TO  RESP-TOWN-KANA.
            MOVE  SPACES  TO  RESP-OFFICE-NAME.
            MOVE  SPACES  TO  RESP-HANDLE-OFFICE.
            MOVE  SPACES  TO  RESP-TERRITORY.
            MOVE  SPACES  TO  RESP-ZONE.
            MOVE  SPACES  TO  RESP-NEW-ZIPCODE.
        CLEAR-RESPONSE-ROW-END.
            EXIT.

        WRITE-HEARTBEAT-END.
            EXIT.

        DISPLAY-ZONE SECTION.
      *照会した郵便番号の担当地区・配送ゾーンを住所の横に表示する
            MOVE  ZIPCODE  TO  WS-ZONE-ZIP.
            PERFORM FIND-ZONE-FOR-ZIP.
            IF  ZONE-FOUND
                DISPLAY  "symfo_inq:   territory "  TERRITORY_CODE
                         " zone "  DELIVERY_ZONE
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_inq:   territory/zone not assigned"
                    UPON  CONS
            END-IF.
        DISPLAY-ZONE-END.
            EXIT.

        FIND-ZONE-FOR-ZIP SECTION.
      *担当地区・配送ゾーン表を最長一致で引く。7桁の登録を先に見て、
      *無ければ上位桁を1桁ずつ短くして探す。表が引けない場合(SQL
      *エラー)は割り当て無しとして扱い、照会そのものは止めない
            MOVE  "N"     TO  WS-ZONE-FOUND.
            MOVE  SPACES  TO  TERRITORY_CODE.
            MOVE  SPACES  TO  DELIVERY_ZONE.
            PERFORM  VARYING  WS-ZONE-LEN  FROM  7  BY  -1
                    UNTIL  WS-ZONE-LEN  <  1
                        OR  ZONE-FOUND
                MOVE  SPACES  TO  ZONE_KEY
                MOVE  WS-ZONE-ZIP(1:WS-ZONE-LEN)  TO  ZONE_KEY
                EXEC SQL
                    SELECT 担当地区コード,配送ゾーン
                        INTO :TERRITORY_CODE,:DELIVERY_ZONE
                        FROM POST_CD_ZONE
                        WHERE 郵便番号キー = :ZONE_KEY
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    SET  ZONE-FOUND  TO  TRUE
                ELSE IF  SQLSTATE  NOT  =  "02000"
      *SQLエラーは残りの桁を試さずに打ち切る(次の減算で0になる)
                    MOVE  1  TO  WS-ZONE-LEN
                END-IF
            END-PERFORM.
            IF  NOT  ZONE-FOUND
                MOVE  SPACES  TO  TERRITORY_CODE
                MOVE  SPACES  TO  DELIVERY_ZONE
            END-IF.
        FIND-ZONE-FOR-ZIP-END.
            EXIT.

        LOG-UNRESOLVED-ZIP SECTION.
      *該当なしの照会を未解決ログへ1行追記する。常駐中に他の照会
      *プログラムとも同じログを共用するため、1件ごとに開いて閉じる。
      *ログが書けなくても照会そのものは止めない
            OPEN  EXTEND  UNRF.
            IF  UNRF-FST  =  "35"
                OPEN  OUTPUT  UNRF
            END-IF.
            IF  UNRF-FST  NOT  =  "00"
                DISPLAY  "symfo_inq: unresolved log open error FST="
                         UNRF-FST
                    UPON  CONS
            ELSE
                MOVE  SPACES       TO  UNR-R
                ACCEPT  UNR-DATE   FROM  DATE  YYYYMMDD
                ACCEPT  UNR-TIME   FROM  TIME
                MOVE  "symfo_inq"  TO  UNR-PROGRAM
                IF  WS-REQUEST-DIR  NOT  =  SPACES
                    MOVE  WS-REQ-SEQ  TO  UNR-REQ-SEQ
                ELSE
                    MOVE  ZERO        TO  UNR-REQ-SEQ
                END-IF
                MOVE  "Z"          TO  UNR-KIND
                MOVE  ZIPCODE      TO  UNR-ZIPCODE
                MOVE  SPACES       TO  UNR-SEARCH-TEXT
                WRITE  UNR-R
                CLOSE  UNRF
            END-IF.
        LOG-UNRESOLVED-ZIP-END.
            EXIT.

        DISPLAY-ROME-IF-PRESENT SECTION.
      *ローマ字表記が反映されている行では国際郵便向けにあわせて表示
      *する。ローマ字ローダー未反映の行(列が空)やSELECTに失敗した
                             PREF_NAME  CITY_NAME  TOWN_NAME
                             STREET_NAME
                        UPON  CONS
                    PERFORM DISPLAY-ZONE
                    ADD  1  TO  WS-OFFICE-COUNT
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
        LIST-OFFICE-HITS-END.
            EXIT.

        LIST-MOVED-HITS SECTION.
      *照会した郵便番号を旧番号として新旧対応表を引き、移った先の
      *新番号と有効日を画面へ表示する
            MOVE  "N"  TO  WS-XW-FETCH-DONE.
            EXEC SQL OPEN XWALK_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inq: SQL error " SQLSTATE " " SQLMSG
                    UPON  CONS
                SET  QUERY-ERROR  TO  TRUE
                MOVE  16  TO  WS-PROGRAM-RC
                SET  XW-FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  XW-FETCH-DONE
                EXEC SQL
                    FETCH XWALK_CUR INTO
                        :XW-NEW-ZIPCODE,:XW-EFFECTIVE-DATE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    DISPLAY  "symfo_inq: "  ZIPCODE
                             " moved to "  XW-NEW-ZIPCODE
                             " (effective "  XW-EFFECTIVE-DATE  ")"
                        UPON  CONS
                    ADD  1  TO  WS-MOVED-COUNT
                ELSE IF  SQLSTATE  =  "02000"
                    SET  XW-FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_inq: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    SET  QUERY-ERROR  TO  TRUE
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  XW-FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE XWALK_CUR END-EXEC.
        LIST-MOVED-HITS-END.
            EXIT.

        WRITE-MOVED-RESPONSES SECTION.
      *照会した郵便番号を旧番号として新旧対応表を引き、移った先の
      *新番号ごとに状態MOVEDの応答行を書く。住所・カナ・担当地区は
      *新番号のもの(新番号がまだPOST_CDに無ければ空白)
            MOVE  "N"  TO  WS-QUERY-ERROR.
            MOVE  "N"  TO  WS-XW-FETCH-DONE.
            EXEC SQL OPEN XWALK_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inq: SQL error " SQLSTATE " " SQLMSG
                    UPON  CONS
                SET  QUERY-ERROR  TO  TRUE
                MOVE  16  TO  WS-PROGRAM-RC
                SET  XW-FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  XW-FETCH-DONE
                EXEC SQL
                    FETCH XWALK_CUR INTO
                        :XW-NEW-ZIPCODE,:XW-EFFECTIVE-DATE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    PERFORM CLEAR-RESPONSE-ROW
                    MOVE  ZIPCODE         TO  RESP-ZIPCODE
                    MOVE  "MOVED"         TO  RESP-STATUS
                    MOVE  XW-NEW-ZIPCODE  TO  RESP-NEW-ZIPCODE
                    EXEC SQL
                        SELECT 都道府県コード,都道府県名,市区町村名,
                               町域名,都道府県名カナ,市区町村名カナ,
                               町域名カナ
                            INTO :PREF_CODE,:PREF_NAME,:CITY_NAME,
                                 :TOWN_NAME,
                                 :PREF_KANA,:CITY_KANA,:TOWN_KANA
                            FROM POST_CD
                            WHERE 郵便番号 = :XW-NEW-ZIPCODE
                    END-EXEC
                    IF  SQLSTATE  =  "00000"
                        MOVE  PREF_CODE   TO  RESP-PREF-CODE
                        MOVE  PREF_NAME   TO  RESP-PREF-NAME
                        MOVE  CITY_NAME   TO  RESP-CITY-NAME
                        MOVE  TOWN_NAME   TO  RESP-TOWN-NAME
                        MOVE  PREF_KANA   TO  RESP-PREF-KANA
                        MOVE  CITY_KANA   TO  RESP-CITY-KANA
                        MOVE  TOWN_KANA   TO  RESP-TOWN-KANA
                        MOVE  XW-NEW-ZIPCODE  TO  WS-ZONE-ZIP
                        PERFORM FIND-ZONE-FOR-ZIP
                        MOVE  TERRITORY_CODE  TO  RESP-TERRITORY
                        MOVE  DELIVERY_ZONE   TO  RESP-ZONE
                    END-IF
                    WRITE  RESP-R
                    ADD  1  TO  WS-MOVED-COUNT
                ELSE IF  SQLSTATE  =  "02000"
                    SET  XW-FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_inq: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    SET  QUERY-ERROR  TO  TRUE
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  XW-FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE XWALK_CUR END-EXEC.
        WRITE-MOVED-RESPONSES-END.
            EXIT.

        END PROGRAM symfo_inq.
