      *>symfo_addr_parse
      * 1行住所の分解バッチ。Web受注や取引先フィードの1行で書かれた
      * 住所を、POST_CDの都道府県名/市区町村名/町域名との最長一致で
      * 分解し、郵送先マスタ(CUSTREC様式。残りは番地・建物行)の各項目
      * +分解の確度を書き出す。確実に分解できなかった行は例外
      * ファイルへ回す。新しい取引先の顧客一覧を取り込む際、事務員が
      * 手で住所を項目へ分けてからでないとsymfo_cleanseへ渡せな
      * かった作業の置き換え。
      * 分解の手順:
      *   1) 先頭が都道府県名に一致すればそれを採る(省略されていれば
      *      市区町村名から推定する)
      *   2) 続く部分に最も長く一致する市区町村名を採る(都道府県名が
      *      省略され、同名の市区町村が複数の都道府県にある場合は
      *      推定できないため例外へ回す)
      *   3) 続く部分に最も長く一致する町域名を採り、残りを番地・
      *      建物部分とする
      * 確度はA=都道府県名から町域名まで全て記載どおりに一致、
      * B=都道府県名を市区町村名から推定して一致。例外ファイルの
      * 理由はE=住所が空欄、C=市区町村名が見つからない、D=市区町村
      * 名が複数の都道府県に当たる、T=町域名が見つからない
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_addr_parse.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む1行住所ファイル(既定はaddress_in.csv。SYMFO_INPUT_FILE
      *で差し替え可能)
            SELECT  ADRF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  ADRF-FST.
      *分解できた行(既定はparsed.csv。SYMFO_PARSED_FILEで差し替え
      *可能)
            SELECT  PRSF  ASSIGN  TO  WS-PARSED-FILE
                STATUS  PRSF-FST.
      *分解できなかった行(既定はparse_exc.csv。SYMFO_EXCEPTION_FILE
      *で差し替え可能)
            SELECT  EXCF  ASSIGN  TO  WS-EXCEPTION-FILE
                STATUS  EXCF-FST.
        DATA DIVISION.
        FILE SECTION.
      *1行住所ファイルのレコード定義(顧客ID、郵便番号(無ければ空白)、
      *1行の住所)
        FD  ADRF.
        01  ADR-R.
            02  ADR-ID                    PIC X(10).
            02  ADR-ZIPCODE               PIC X(7).
            02  ADR-ADDRESS               PIC N(80).
      *分解できた行のレコード定義(CUSTREC様式+分解の確度。町域名より
      *後ろの残りはCUSTRECの番地・建物行に置く)
        FD  PRSF.
        01  PRS-R.
            02  PRS-ID                    PIC X(10).
            02  PRS-ZIPCODE               PIC X(7).
            02  PRS-PREF-NAME             PIC N(10).
            02  PRS-CITY-NAME             PIC N(20).
            02  PRS-TOWN-NAME             PIC N(30).
            02  PRS-STREET-LINE           PIC N(40).
            02  PRS-CONFIDENCE            PIC X(1).
      *分解できなかった行のレコード定義(入力のまま+途中まで一致した
      *都道府県名・市区町村名+理由)
        FD  EXCF.
        01  EXC-R.
            02  EXC-ID                    PIC X(10).
            02  EXC-ZIPCODE               PIC X(7).
            02  EXC-ADDRESS               PIC N(80).
            02  EXC-PREF-NAME             PIC N(10).
            02  EXC-CITY-NAME             PIC N(20).
            02  EXC-REASON                PIC X(1).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *都道府県名/市区町村名/町域名
        01 PREF_NAME    PIC N(10).
        01 CITY_NAME    PIC N(20).
        01 TOWN_NAME    PIC N(30).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  ADRF-FST               PIC X(02).
        01  PRSF-FST               PIC X(02).
        01  EXCF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "address_in.csv".
        01  WS-PARSED-FILE         PIC X(100)  VALUE "parsed.csv".
        01  WS-EXCEPTION-FILE      PIC X(100)  VALUE "parse_exc.csv".
        01  WORK                   PIC X(100).
      *POST_CDの都道府県名・市区町村名の組の表(実行の最初に読み込む。
      *全国の市区町村(政令指定都市は区)は2000件弱のため3000件まで)
        01  WS-CITY-TBL.
          02  WS-CT-ENT  OCCURS 3000 TIMES.
            03  WS-CT-PREF         PIC N(10).
            03  WS-CT-PREF-LEN     PIC 9(3)  BINARY.
            03  WS-CT-CITY         PIC N(20).
            03  WS-CT-CITY-LEN     PIC 9(3)  BINARY.
        01  WS-CT-COUNT            PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-CT-IDX              PIC 9(5)  BINARY.
      *1行住所の作業領域と実長、分解中の位置(次に突き合わせる文字)
        01  WS-ADDR-N              PIC N(80).
        01  WS-ADDR-LEN            PIC 9(3)  BINARY.
        01  WS-ADDR-POS            PIC 9(3)  BINARY.
        01  WS-REST-LEN            PIC 9(3)  BINARY.
      *国別文字列の実長走査の作業領域
        01  WS-NAT-SCAN-N          PIC N(80).
        01  WS-NAT-SCAN-LEN        PIC 9(3)  BINARY.
        01  WS-NAT-SCAN-IDX        PIC 9(3)  BINARY.
      *都道府県名の一致結果(一致した長さ。0=記載なし)
        01  WS-PREF-HIT-LEN        PIC 9(3)  BINARY.
        01  WS-PREF-HIT-NAME       PIC N(10).
      *市区町村名の最長一致の結果(表の位置と長さ、同じ長さで別の
      *都道府県に当たったかどうか)
        01  WS-CITY-HIT-IDX        PIC 9(5)  BINARY.
        01  WS-CITY-HIT-LEN        PIC 9(3)  BINARY.
        01  WS-CITY-AMBIGUOUS      PIC X(01).
          88  CITY-AMBIGUOUS            VALUE "Y".
      *町域名の最長一致の結果(長さと名称)
        01  WS-TOWN-HIT-LEN        PIC 9(3)  BINARY.
        01  WS-TOWN-HIT-NAME       PIC N(30).
        01  WS-TOWN-LEN            PIC 9(3)  BINARY.
      *町域名のFETCHループの終了判定
        01  WS-TOWN-DONE           PIC X(01).
          88  TOWN-FETCH-DONE           VALUE "Y".
      *表の読み込みのFETCHループの終了判定
        01  WS-CITY-DONE           PIC X(01).
          88  CITY-FETCH-DONE           VALUE "Y".
      *1行の分解結果(空白=分解できた、それ以外=例外の理由)
        01  WS-PARSE-REASON        PIC X(01).
      *実行結果の集計(読み込み、確度A、確度B、例外)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-GRADE-A        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-GRADE-B        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-EXCEPTION      PIC 9(7)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0、入力不正は8、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_PARSED_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PARSED-FILE
            END-IF.
            DISPLAY  "SYMFO_EXCEPTION_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-EXCEPTION-FILE
            END-IF.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            MOVE  "SAMPLE"  TO  WS-DB-ALIAS.
            DISPLAY  "SYMFO_DB_ALIAS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DB-ALIAS
            END-IF.

      *使用するテーブルとスキーマの関連付けを行う(SC_SAMPLEはプリコン
      *パイル時に解決される名前のため実行時パラメータでは差し替えられ
      *ない。UAT/DR環境も同名のSC_SAMPLEスキーマを公開している前提と
      *し、差し替えは接続先データベースの別名(WS-DB-ALIAS)のみで行う)
            EXEC SQL DECLARE
                POST_CD TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *市区町村の町域名を読むカーソル(最長一致は読みながら判定する)
            EXEC SQL
                DECLARE PARSE_TOWN_CUR CURSOR FOR
                    SELECT DISTINCT 町域名
                        FROM POST_CD
                        WHERE 都道府県名 = :PREF_NAME
                          AND 市区町村名 = :CITY_NAME
            END-EXEC.

      *都道府県名・市区町村名の組を表へ読み込む
            PERFORM LOAD-CITY-TABLE.

            IF  WS-PROGRAM-RC  =  ZERO
                OPEN  INPUT   ADRF
                OPEN  OUTPUT  PRSF
                OPEN  OUTPUT  EXCF
      *1行住所を1行ずつ読み、分解して振り分ける
                PERFORM  UNTIL  ADRF-FST  NOT  =  "00"
                    READ  ADRF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-ROWS-READ
                            PERFORM PARSE-ADDRESS-ROW
                            PERFORM WRITE-PARSE-RESULT
                    END-READ
                END-PERFORM
      *ADRF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
                IF  ADRF-FST  NOT  =  "10"
                    DISPLAY  "symfo_addr_parse: input file read error"
                             " FST="  ADRF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                CLOSE  ADRF
                CLOSE  PRSF
                CLOSE  EXCF
            END-IF.

      *読み込み、確度別の件数、例外の件数を表示する
            DISPLAY  "symfo_addr_parse: read="  WS-ROWS-READ
                     " gradeA="                 WS-ROWS-GRADE-A
                     " gradeB="                 WS-ROWS-GRADE-B
                     " exception="              WS-ROWS-EXCEPTION
                UPON  CONS.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-CITY-TABLE SECTION.
      *POST_CDの都道府県名・市区町村名の組を重複なく表へ読み込み、
      *それぞれの実長を求めておく(行ごとの最長一致は表の上で行う)
            EXEC SQL
                DECLARE PARSE_CITY_CUR CURSOR FOR
                    SELECT DISTINCT 都道府県名,市区町村名
                        FROM POST_CD
                        ORDER BY 都道府県名,市区町村名
            END-EXEC.
            EXEC SQL OPEN PARSE_CITY_CUR END-EXEC.
            MOVE  "N"  TO  WS-CITY-DONE.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_addr_parse: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  "Y"  TO  WS-CITY-DONE
            END-IF.
            PERFORM  UNTIL  CITY-FETCH-DONE
                EXEC SQL
                    FETCH PARSE_CITY_CUR INTO :PREF_NAME,:CITY_NAME
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    IF  WS-CT-COUNT  >=  3000
                        DISPLAY  "symfo_addr_parse: more than 3000"
                                 " cities in POST_CD"
                            UPON  CONS
                        MOVE  16  TO  WS-PROGRAM-RC
                        MOVE  "Y"  TO  WS-CITY-DONE
                    ELSE
                        ADD  1  TO  WS-CT-COUNT
                        MOVE  PREF_NAME  TO  WS-CT-PREF(WS-CT-COUNT)
                        MOVE  SPACES     TO  WS-NAT-SCAN-N
                        MOVE  PREF_NAME  TO  WS-NAT-SCAN-N
                        PERFORM SCAN-NAT-LENGTH
                        MOVE  WS-NAT-SCAN-LEN
                            TO  WS-CT-PREF-LEN(WS-CT-COUNT)
                        MOVE  CITY_NAME  TO  WS-CT-CITY(WS-CT-COUNT)
                        MOVE  SPACES     TO  WS-NAT-SCAN-N
                        MOVE  CITY_NAME  TO  WS-NAT-SCAN-N
                        PERFORM SCAN-NAT-LENGTH
                        MOVE  WS-NAT-SCAN-LEN
                            TO  WS-CT-CITY-LEN(WS-CT-COUNT)
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    MOVE  "Y"  TO  WS-CITY-DONE
                ELSE
                    DISPLAY  "symfo_addr_parse: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    MOVE  "Y"  TO  WS-CITY-DONE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE PARSE_CITY_CUR END-EXEC.
            IF  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_addr_parse: cities loaded="
                         WS-CT-COUNT
                    UPON  CONS
            END-IF.
        LOAD-CITY-TABLE-END.
            EXIT.

        PARSE-ADDRESS-ROW SECTION.
      *1行住所を都道府県名・市区町村名・町域名・残りへ分解する。
      *結果はPREF_NAME/CITY_NAME/WS-TOWN-HIT-NAMEと残りの開始位置
      *(WS-ADDR-POS)、例外の理由(WS-PARSE-REASON)に置く
            MOVE  SPACE   TO  WS-PARSE-REASON.
            MOVE  SPACES  TO  PREF_NAME.
            MOVE  SPACES  TO  CITY_NAME.
            MOVE  SPACES  TO  WS-TOWN-HIT-NAME.
            MOVE  ADR-ADDRESS  TO  WS-ADDR-N.
            MOVE  WS-ADDR-N    TO  WS-NAT-SCAN-N.
            PERFORM SCAN-NAT-LENGTH.
            MOVE  WS-NAT-SCAN-LEN  TO  WS-ADDR-LEN.
            MOVE  1  TO  WS-ADDR-POS.
            IF  WS-ADDR-LEN  =  ZERO
                MOVE  "E"  TO  WS-PARSE-REASON
            ELSE
                PERFORM MATCH-PREFECTURE
                PERFORM MATCH-CITY
                IF  WS-CITY-HIT-LEN  =  ZERO
                    MOVE  "C"  TO  WS-PARSE-REASON
                ELSE IF  CITY-AMBIGUOUS
                    MOVE  "D"  TO  WS-PARSE-REASON
                ELSE
                    MOVE  WS-CT-PREF(WS-CITY-HIT-IDX)  TO  PREF_NAME
                    MOVE  WS-CT-CITY(WS-CITY-HIT-IDX)  TO  CITY_NAME
                    ADD  WS-CITY-HIT-LEN  TO  WS-ADDR-POS
                    PERFORM MATCH-TOWN
                    IF  WS-TOWN-HIT-LEN  =  ZERO
                        MOVE  "T"  TO  WS-PARSE-REASON
                    ELSE
                        ADD  WS-TOWN-HIT-LEN  TO  WS-ADDR-POS
                    END-IF
                END-IF
            END-IF.
        PARSE-ADDRESS-ROW-END.
            EXIT.

        MATCH-PREFECTURE SECTION.
      *住所の先頭が表のいずれかの都道府県名に一致するかを調べる。
      *一致すればその長さだけ分解位置を進める(都道府県名は互いに
      *先頭一致しないため、最初に一致したものを採る)
            MOVE  ZERO    TO  WS-PREF-HIT-LEN.
            MOVE  SPACES  TO  WS-PREF-HIT-NAME.
            PERFORM  VARYING  WS-CT-IDX  FROM  1  BY  1
                    UNTIL  WS-CT-IDX  >  WS-CT-COUNT
                        OR  WS-PREF-HIT-LEN  NOT  =  ZERO
                IF  WS-CT-PREF-LEN(WS-CT-IDX)  NOT  =  ZERO
                    AND  WS-CT-PREF-LEN(WS-CT-IDX)  <  WS-ADDR-LEN
                    IF  WS-ADDR-N(1:WS-CT-PREF-LEN(WS-CT-IDX))
                        =  WS-CT-PREF(WS-CT-IDX)
                               (1:WS-CT-PREF-LEN(WS-CT-IDX))
                        MOVE  WS-CT-PREF-LEN(WS-CT-IDX)
                            TO  WS-PREF-HIT-LEN
                        MOVE  WS-CT-PREF(WS-CT-IDX)
                            TO  WS-PREF-HIT-NAME
                    END-IF
                END-IF
            END-PERFORM.
            ADD  WS-PREF-HIT-LEN  TO  WS-ADDR-POS.
        MATCH-PREFECTURE-END.
            EXIT.

        MATCH-CITY SECTION.
      *分解位置から最も長く一致する市区町村名を表から探す。都道府県名
      *が記載されていればその都道府県の中だけを探す。記載が無い場合
      *に同じ長さで別の都道府県の市区町村にも一致したときは推定でき
      *ないものとする
            MOVE  ZERO  TO  WS-CITY-HIT-IDX.
            MOVE  ZERO  TO  WS-CITY-HIT-LEN.
            MOVE  "N"   TO  WS-CITY-AMBIGUOUS.
            COMPUTE  WS-REST-LEN  =  WS-ADDR-LEN - WS-ADDR-POS + 1.
            PERFORM  VARYING  WS-CT-IDX  FROM  1  BY  1
                    UNTIL  WS-CT-IDX  >  WS-CT-COUNT
                IF  (WS-PREF-HIT-LEN  =  ZERO
                        OR  WS-CT-PREF(WS-CT-IDX)  =  WS-PREF-HIT-NAME)
                    AND  WS-CT-CITY-LEN(WS-CT-IDX)  NOT  =  ZERO
                    AND  WS-CT-CITY-LEN(WS-CT-IDX)  <=  WS-REST-LEN
                    AND  WS-CT-CITY-LEN(WS-CT-IDX)
                             >=  WS-CITY-HIT-LEN
                    IF  WS-ADDR-N(WS-ADDR-POS:
                                  WS-CT-CITY-LEN(WS-CT-IDX))
                        =  WS-CT-CITY(WS-CT-IDX)
                               (1:WS-CT-CITY-LEN(WS-CT-IDX))
                        IF  WS-CT-CITY-LEN(WS-CT-IDX)
                                =  WS-CITY-HIT-LEN
                            MOVE  "Y"  TO  WS-CITY-AMBIGUOUS
                        ELSE
                            MOVE  "N"  TO  WS-CITY-AMBIGUOUS
                        END-IF
                        MOVE  WS-CT-IDX  TO  WS-CITY-HIT-IDX
                        MOVE  WS-CT-CITY-LEN(WS-CT-IDX)
                            TO  WS-CITY-HIT-LEN
                    END-IF
                END-IF
            END-PERFORM.
        MATCH-CITY-END.
            EXIT.

        MATCH-TOWN SECTION.
      *決まった都道府県・市区町村の町域名を読み、分解位置から最も
      *長く一致する町域名を採る
            MOVE  ZERO    TO  WS-TOWN-HIT-LEN.
            MOVE  SPACES  TO  WS-TOWN-HIT-NAME.
            COMPUTE  WS-REST-LEN  =  WS-ADDR-LEN - WS-ADDR-POS + 1.
            EXEC SQL OPEN PARSE_TOWN_CUR END-EXEC.
            MOVE  "N"  TO  WS-TOWN-DONE.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_addr_parse: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  "Y"  TO  WS-TOWN-DONE
            END-IF.
            PERFORM  UNTIL  TOWN-FETCH-DONE
                EXEC SQL
                    FETCH PARSE_TOWN_CUR INTO :TOWN_NAME
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  SPACES     TO  WS-NAT-SCAN-N
                    MOVE  TOWN_NAME  TO  WS-NAT-SCAN-N
                    PERFORM SCAN-NAT-LENGTH
                    MOVE  WS-NAT-SCAN-LEN  TO  WS-TOWN-LEN
                    IF  WS-TOWN-LEN  NOT  =  ZERO
                        AND  WS-TOWN-LEN  <=  WS-REST-LEN
                        AND  WS-TOWN-LEN  >   WS-TOWN-HIT-LEN
                        IF  WS-ADDR-N(WS-ADDR-POS:WS-TOWN-LEN)
                            =  TOWN_NAME(1:WS-TOWN-LEN)
                            MOVE  WS-TOWN-LEN  TO  WS-TOWN-HIT-LEN
                            MOVE  TOWN_NAME    TO  WS-TOWN-HIT-NAME
                        END-IF
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    MOVE  "Y"  TO  WS-TOWN-DONE
                ELSE
                    DISPLAY  "symfo_addr_parse: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    MOVE  "Y"  TO  WS-TOWN-DONE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE PARSE_TOWN_CUR END-EXEC.
        MATCH-TOWN-END.
            EXIT.

        WRITE-PARSE-RESULT SECTION.
      *分解できた行は確度を付けて分解結果へ、できなかった行は理由を
      *付けて例外ファイルへ書き出す
            IF  WS-PARSE-REASON  =  SPACE
                MOVE  ADR-ID            TO  PRS-ID
                MOVE  ADR-ZIPCODE       TO  PRS-ZIPCODE
                MOVE  PREF_NAME         TO  PRS-PREF-NAME
                MOVE  CITY_NAME         TO  PRS-CITY-NAME
                MOVE  WS-TOWN-HIT-NAME  TO  PRS-TOWN-NAME
                MOVE  SPACES            TO  PRS-STREET-LINE
                IF  WS-ADDR-POS  <=  WS-ADDR-LEN
                    COMPUTE  WS-REST-LEN
                        =  WS-ADDR-LEN - WS-ADDR-POS + 1
                    MOVE  WS-ADDR-N(WS-ADDR-POS:WS-REST-LEN)
                        TO  PRS-STREET-LINE
                END-IF
                IF  WS-PREF-HIT-LEN  =  ZERO
                    MOVE  "B"  TO  PRS-CONFIDENCE
                    ADD  1  TO  WS-ROWS-GRADE-B
                ELSE
                    MOVE  "A"  TO  PRS-CONFIDENCE
                    ADD  1  TO  WS-ROWS-GRADE-A
                END-IF
                WRITE  PRS-R
            ELSE
                MOVE  ADR-ID            TO  EXC-ID
                MOVE  ADR-ZIPCODE       TO  EXC-ZIPCODE
                MOVE  ADR-ADDRESS       TO  EXC-ADDRESS
                MOVE  PREF_NAME         TO  EXC-PREF-NAME
                MOVE  CITY_NAME         TO  EXC-CITY-NAME
                IF  WS-PREF-HIT-LEN  NOT  =  ZERO
                    AND  PREF_NAME  =  SPACES
                    MOVE  WS-PREF-HIT-NAME  TO  EXC-PREF-NAME
                END-IF
                MOVE  WS-PARSE-REASON   TO  EXC-REASON
                WRITE  EXC-R
                ADD  1  TO  WS-ROWS-EXCEPTION
            END-IF.
        WRITE-PARSE-RESULT-END.
            EXIT.

        SCAN-NAT-LENGTH SECTION.
      *WS-NAT-SCAN-Nの実長(最後の空白でない文字の位置)を求める
            MOVE  ZERO  TO  WS-NAT-SCAN-LEN.
            PERFORM  VARYING  WS-NAT-SCAN-IDX  FROM  1  BY  1
                    UNTIL  WS-NAT-SCAN-IDX  >  80
                IF  WS-NAT-SCAN-N(WS-NAT-SCAN-IDX:1)  NOT  =  SPACE
                    MOVE  WS-NAT-SCAN-IDX  TO  WS-NAT-SCAN-LEN
                END-IF
            END-PERFORM.
        SCAN-NAT-LENGTH-END.
            EXIT.

        END PROGRAM symfo_addr_parse.
