      * 候補の郵便番号を最大5件、不一致行の後ろへ添えて書き出す。
      * ヶ/ケ違い・大字欠け等の軽微な表記ずれを、事務員が一から
      * symfo_inq_addrで探し直さずに候補から選べるようにするため
      * 同一住所が複数の郵便番号に当たった行は、町域付記表
      * (POST_CD_TOWN_QUAL。KEN_ALLの町域名の括弧書き)の番地範囲・
      * 階層・小字名と顧客の番地・建物行を突き合わせ、一つに絞れれば
      * その郵便番号を採る(確認区分"B")。絞れなければ従来どおり
      * 不一致へ回す
      * 郵便番号を付与・訂正した行は、CRM向けの顧客住所変更連携
      * ファイル(CUSTCHG_REC様式。既定はcustchg.csvに実行日時を付けた
      * 世代名)へ変更前後の郵便番号・住所を書き出し、世代台帳へ種別
      * CUSTCHGとして記録する(symfo_feed_trackのREGISTERが配信台帳へ
      * 登録する)
      * 保持郵便番号が住所と食い違う行のうち、その番号が郵便番号の
      * 新旧対応表(POST_CD_CROSSWALK。symfo_crosswalkが作る)で旧番号
      * とされ、住所から求めた郵便番号がその新番号に当たる行は、
      * 町域の番号変更に追随していないだけなので食い違いへ回さず
      * 新番号へ自動訂正する(確認区分"X"。顧客住所変更連携ファイル
      * へは変更元Rの自動訂正として書き出す)
      * 大口郵送の前に事務員2名が手で行っていた照合作業の置き換え
      * SYMFO_CLEANSE_MODE=FILEを指定するとデータベースへ一切接続
      * しないファイル突き合わせモードになる。顧客ファイルと
      *差し替え可能)
            SELECT  NOMF  ASSIGN  TO  WS-NOMATCH-FILE
                STATUS  NOMF-FST.
      *CRM向けの顧客住所変更連携ファイル(既定はcustchg.csv。
      *SYMFO_CHANGE_FILEで差し替え可能。実行日時付きの世代名で書く)
            SELECT  CHGF  ASSIGN  TO  WS-CHANGE-FILE
                STATUS  CHGF-FST.
      *ファイル突き合わせモードの抽出ファイル(symfo_extractのF1R様式。
      *SYMFO_MASTER_FILEで指定。未指定なら世代台帳から最新のEXTRACT
      *世代を探す)
            COPY CUSTREC.
      *付与・検証済みファイルのレコード定義(入力様式+確認区分。
      *確認区分は空白=町域で検証、"O"=事業所個別郵便番号として
      *POST_CD_OFFICEの所在地と突き合わせて確認、"B"=複数の郵便番号
      *に分かれる町域を番地・建物行と町域付記で絞り込んで確定、
      *"X"=旧番号を新旧対応表で新番号へ訂正)
        FD  OKF.
        01  OK-R.
            02  OK-ID                     PIC X(10).
            02  OK-PREF-NAME              PIC N(10).
            02  OK-CITY-NAME              PIC N(20).
            02  OK-TOWN-NAME              PIC N(30).
            02  OK-STREET-LINE            PIC N(40).
            02  OK-MARKER                 PIC X(1).
      *食い違いファイルのレコード定義(入力様式+突き合わせで求めた
      *郵便番号)
            02  SUS-TOWN-NAME             PIC N(30).
            02  SUS-MATCHED-ZIPCODE       PIC X(7).
      *不一致ファイルのレコード定義(入力様式+候補検索で求めた候補の
      *郵便番号を最大5件。候補が無い行は空白)。末尾の複数郵便番号
      *区分は、住所が一つの町域で複数の郵便番号を持つ町域(KEN_ALLの
      *複数郵便番号町域の表示が付いた町域)に当たった行に"M"を立てる。
      *この場合は誤りではなく番地・建物で郵便番号が分かれるため、
      *事務員が番地を確認して選ぶ
        FD  NOMF.
        01  NOM-R.
            02  NOM-ID                    PIC X(10).
            02  NOM-TOWN-NAME             PIC N(30).
            02  NOM-CAND-ZIPS.
              03  NOM-CAND-ZIP            PIC X(7)  OCCURS 5 TIMES.
            02  NOM-MULTI-ZIP             PIC X(1).
      *顧客住所変更連携ファイルのレコード定義(明細とトレーラ)
        FD  CHGF.
            COPY CUSTCHG_REC.
      *抽出ファイルのレコード定義(F1Rと同一様式)
        FD  MSTF.
            COPY F1REC
                          ==CUST-ZIPCODE==   BY ==CSR-ZIPCODE==
                          ==CUST-PREF-NAME== BY ==CSR-PREF-NAME==
                          ==CUST-CITY-NAME== BY ==CSR-CITY-NAME==
                          ==CUST-TOWN-NAME== BY ==CSR-TOWN-NAME==
                          ==CUST-STREET-LINE==
                                             BY ==CSR-STREET-LINE==.
      *ソート結果を住所順に読み直すための一時ファイル(CUST-Rと同一様式)
        FD  CSRTO.
            COPY CUSTREC
                          ==CUST-ZIPCODE==   BY ==CSO-ZIPCODE==
                          ==CUST-PREF-NAME== BY ==CSO-PREF-NAME==
                          ==CUST-CITY-NAME== BY ==CSO-CITY-NAME==
                          ==CUST-TOWN-NAME== BY ==CSO-TOWN-NAME==
                          ==CUST-STREET-LINE==
                                             BY ==CSO-STREET-LINE==.
      *抽出ファイルを住所順に並べ替えるソート作業用レコード
      *(F1Rと同一様式)
        SD  MSRTWK.
        01  OFC-PREF-NAME       PIC N(10).
        01  OFC-CITY-NAME       PIC N(20).
        01  OFC-TOWN-NAME       PIC N(30).
      *複数郵便番号町域の確認用(表示の付いた行の件数)
        01  MZ-COUNT            PIC 9(9).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *町域付記表(POST_CD_TOWN_QUAL)のホスト変数
            COPY TOWNQUAL_VARS.
      *郵便番号の新旧対応表(POST_CD_CROSSWALK)のホスト変数
            COPY CROSSWALK_VARS.
      *カナ正規化モジュールの呼び出しインタフェース(候補検索の
      *検索文字列を正規形へそろえてから突き合わせる)
            COPY KANA_NORM.
        01  OKF-FST                PIC X(02).
        01  SUSF-FST               PIC X(02).
        01  NOMF-FST               PIC X(02).
        01  CHGF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "customer.csv".
        01  WS-CLEANSED-FILE       PIC X(100)  VALUE "cleansed.csv".
        01  WS-SUSPECT-FILE        PIC X(100)  VALUE "suspect.csv".
        01  WS-NOMATCH-FILE        PIC X(100)  VALUE "nomatch.csv".
        01  WS-CHANGE-FILE         PIC X(100)  VALUE "custchg.csv".
      *ファイル突き合わせモードの各ファイル名(抽出ファイルは世代名の
      *ため既定値を持たず、未指定なら世代台帳から最新のEXTRACT世代を
      *探す)
        01  WS-MSORT-WORK-FILE     PIC X(100)  VALUE "msortwk01".
        01  WS-MSORT-OUTPUT-FILE   PIC X(100)  VALUE "mastsort.tmp".
        01  WORK                   PIC X(100).
      *実行日時(顧客住所変更連携ファイルの世代名と世代台帳の記録用)
        01  WS-RUN-DATE            PIC 9(8).
        01  WS-RUN-DATE-X  REDEFINES  WS-RUN-DATE  PIC X(8).
        01  WS-RUN-TIME            PIC 9(8).
        01  WS-RUN-TIME-X  REDEFINES  WS-RUN-TIME  PIC X(8).
      *顧客住所変更連携ファイルへ書き出した明細件数と、明細の変更元
      *(N=自動付与、R=自動訂正)、変更前の郵便番号
        01  WS-CHANGE-COUNT        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-CHANGE-SOURCE       PIC X(01).
        01  WS-CHANGE-OLD-ZIP      PIC X(7).
      *ファイルのステータス変数(ファイル突き合わせモード)
        01  MSTF-FST               PIC X(02).
        01  CATF-FST               PIC X(02).
        01  WS-ROWS-SUGGESTED      PIC 9(7)  BINARY  VALUE ZERO.
      *事業所個別郵便番号として確認できた行の件数
        01  WS-ROWS-OFFICE         PIC 9(7)  BINARY  VALUE ZERO.
      *複数郵便番号町域に当たって不一致へ回した行の件数
        01  WS-ROWS-MULTIZIP       PIC 9(7)  BINARY  VALUE ZERO.
      *複数の郵便番号に当たったが町域付記で一つに絞れた行の件数
        01  WS-ROWS-QUALIFIED      PIC 9(7)  BINARY  VALUE ZERO.
      *旧番号を新旧対応表で新番号へ訂正した行の件数
        01  WS-ROWS-RENUMBERED     PIC 9(7)  BINARY  VALUE ZERO.
      *突き合わせた住所が複数郵便番号町域かどうか(Y=該当)
        01  WS-MULTI-ZIP-TOWN      PIC X(01).
          88  MULTI-ZIP-TOWN            VALUE "Y".
          88  NOT-MULTI-ZIP-TOWN        VALUE "N".
      *付与・検証済み行へ書く確認区分(空白=町域、"O"=事業所、
      *"B"=町域付記で絞り込み)
        01  WS-CLEANSE-MARKER      PIC X(01)  VALUE SPACE.
      *保持郵便番号が事業所個別郵便番号として確認できたかどうか
        01  WS-OFFICE-CONFIRMED    PIC X(01).
          88  OFFICE-CONFIRMED          VALUE "Y".
          88  OFFICE-NOT-CONFIRMED      VALUE "N".
      *保持郵便番号が新旧対応表で求めた郵便番号の旧番号と確認
      *できたかどうか
        01  WS-CROSSWALK-CONFIRMED PIC X(01).
          88  CROSSWALK-CONFIRMED       VALUE "Y".
          88  CROSSWALK-NOT-CONFIRMED   VALUE "N".
      *候補検索の作業変数(正規化した町域名、パターンの元文字列と
      *実長、走査用の添字、見つけた候補の郵便番号と件数)
        01  WS-NORM-TOWN           PIC N(30).
      *候補検索のFETCHループの終了判定
        01  WS-CAND-FETCH-DONE     PIC X(01).
          88  CAND-FETCH-DONE           VALUE "Y".
      *町域付記で郵便番号を一つに絞れたかどうか
        01  WS-QUAL-RESOLVED       PIC X(01)  VALUE "N".
          88  QUAL-RESOLVED             VALUE "Y".
          88  QUAL-NOT-RESOLVED         VALUE "N".
      *同一住所に当たった郵便番号と、それぞれの町域付記の判定
      *(P=番地・階層・名称が当てはまる、U=地階・階層不明、
      *F=「その他」「除く」等の残りを受ける行または付記なし、
      *N=判定に使えない)。60件を超える町域は絞り込まない
        01  WS-QZ-TBL.
          02  WS-QZ-ENTRY          OCCURS 60 TIMES.
            03  WS-QZ-ZIP          PIC X(7).
            03  WS-QZ-KIND         PIC X(1).
        01  WS-QZ-COUNT            PIC 9(3)  BINARY.
        01  WS-QZ-IDX              PIC 9(3)  BINARY.
        01  WS-QZ-OVERFLOW         PIC X(01).
          88  QZ-OVERFLOW               VALUE "Y".
        01  WS-QZ-FETCH-DONE       PIC X(01).
          88  QZ-FETCH-DONE             VALUE "Y".
        01  WS-QZ-ERROR            PIC X(01).
          88  QZ-ERROR                  VALUE "Y".
      *判定ごとの件数と、最後に見つけた行の位置
        01  WS-QZ-HITS             PIC 9(3)  BINARY.
        01  WS-QZ-HIT-IDX          PIC 9(3)  BINARY.
        01  WS-QZ-UNKNOWNS         PIC 9(3)  BINARY.
        01  WS-QZ-UNKNOWN-IDX      PIC 9(3)  BINARY.
        01  WS-QZ-FALLBACKS        PIC 9(3)  BINARY.
        01  WS-QZ-FALLBACK-IDX     PIC 9(3)  BINARY.
      *顧客の番地・建物行から読み取った番地(最初の数字)と階数
      *(数字の直後が「階」「Ｆ」)。「地下」を含む行は地階とみなし
      *階数は使わない
        01  WS-STREET-NUM          PIC 9(5)  BINARY.
        01  WS-STREET-HAS-NUM      PIC X(01).
          88  STREET-HAS-NUM            VALUE "Y".
        01  WS-STREET-FLOOR        PIC 9(5)  BINARY.
        01  WS-STREET-HAS-FLOOR    PIC X(01).
          88  STREET-HAS-FLOOR          VALUE "Y".
        01  WS-STREET-BASEMENT     PIC X(01).
          88  STREET-BASEMENT           VALUE "Y".
      *数字の読み取り作業領域(走査する文字列と実長、走査位置、
      *読み取った数値、1文字分とその数字の値。数字でなければ99)
        01  WS-QSCAN-N             PIC N(100).
        01  WS-QSCAN-LEN           PIC 9(3)  BINARY.
        01  WS-QSCAN-POS           PIC 9(3)  BINARY.
        01  WS-QNUM                PIC 9(5)  BINARY.
        01  WS-QNUM-FOUND          PIC X(01).
          88  QNUM-FOUND                VALUE "Y".
        01  WS-QCHAR               PIC N(1).
        01  WS-QDIGIT              PIC 9(2)  BINARY.
        01  WS-QDIGIT-IDX          PIC 9(3)  BINARY.
      *数字とみなす文字(全角0~9、半角0~9の順)
        01  WS-QDIGIT-CHARS.
          02  FILLER               PIC N(10)  VALUE
              NX"FF10FF11FF12FF13FF14FF15FF16FF17FF18FF19".
          02  FILLER               PIC N(10)  VALUE
              NX"0030003100320033003400350036003700380039".
        01  WS-QDIGIT-TBL  REDEFINES  WS-QDIGIT-CHARS.
          02  WS-QDIGIT-CHAR       PIC N(1)  OCCURS 20 TIMES.
      *町域付記を「、」で区切った1項目と、その実長・判定、付記全体の
      *実長と走査位置
        01  WS-QTOK-N              PIC N(100).
        01  WS-QTOK-LEN            PIC 9(3)  BINARY.
        01  WS-QTOK-KIND           PIC X(1).
        01  WS-QTEXT-LEN           PIC 9(3)  BINARY.
        01  WS-QTEXT-IDX           PIC 9(3)  BINARY.
      *番地範囲の下限・上限と、比べる値(番地または階数)
        01  WS-QRANGE-LOW          PIC 9(5)  BINARY.
        01  WS-QRANGE-HIGH         PIC 9(5)  BINARY.
        01  WS-QCOMPARE            PIC 9(5)  BINARY.
        01  WS-QCOMPARE-OK         PIC X(01).
          88  QCOMPARE-OK               VALUE "Y".
        01  WS-QTALLY              PIC 9(3)  BINARY.
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-NOMATCH-FILE
            END-IF.
            DISPLAY  "SYMFO_CHANGE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CHANGE-FILE
            END-IF.
            DISPLAY  "SYMFO_GEN_CATALOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CATALOG-FILE
            END-IF.

      *実行日時を取得しておく(顧客住所変更連携ファイルの世代名用)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            ACCEPT  WS-RUN-TIME  FROM  TIME.

      *突き合わせモード(FILEを指定するとデータベースへ接続しない
      *ファイル突き合わせ。年次全件洗浄用)
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_TOWN_QUAL TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_CROSSWALK TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.
                          AND 町域名カナ正規化 LIKE :WS-PATTERN
                        ORDER BY 郵便番号
            END-EXEC.
      *同一住所が複数の郵便番号に当たった場合に、その郵便番号を
      *全て拾うカーソル
            EXEC SQL
                DECLARE QUAL_ZIP_CUR CURSOR FOR
                    SELECT 郵便番号
                        FROM POST_CD
                        WHERE 都道府県名 = :PREF_NAME
                          AND 市区町村名 = :CITY_NAME
                          AND 町域名     = :TOWN_NAME
                        ORDER BY 郵便番号
            END-EXEC.

            OPEN  INPUT   CUSTF.
            OPEN  OUTPUT  OKF.
            OPEN  OUTPUT  SUSF.
            OPEN  OUTPUT  NOMF.
            PERFORM OPEN-CHANGE-FEED.

      *顧客行を1行ずつ読み、住所の突き合わせと振り分けを行う
            PERFORM  UNTIL  CUSTF-FST  NOT  =  "00"
            CLOSE  OKF.
            CLOSE  SUSF.
            CLOSE  NOMF.
            PERFORM CLOSE-CHANGE-FEED.

      *読み込み、付与・検証済み、食い違い、不一致、候補付きの各件数を
      *表示する
                     " nomatch="             WS-ROWS-NOMATCH
                     " suggested="           WS-ROWS-SUGGESTED
                     " office="              WS-ROWS-OFFICE
                     " multizip="            WS-ROWS-MULTIZIP
                     " qualified="           WS-ROWS-QUALIFIED
                     " renumbered="          WS-ROWS-RENUMBERED
                     " changed="             WS-CHANGE-COUNT
                UPON  CONS.

      *接続先データベースとの接続を切る
      *顧客行の都道府県名/市区町村名/町域名でPOST_CDを引き、該当する
      *郵便番号を求める。該当なし(02000)と、同一住所が複数の郵便番号に
      *当たる場合(単一行SELECTの基数違反)はいずれも不一致として人手
      *確認へ回す。複数の郵便番号に当たった場合は、まず町域付記と
      *顧客の番地・建物行で一つに絞り込み、絞れなければその町域が
      *KEN_ALLで複数郵便番号町域とされているかを確かめ、該当すれば
      *不一致行へ複数郵便番号区分を立てる
            SET  MATCH-NOT-FOUND  TO  TRUE.
            SET  NOT-MULTI-ZIP-TOWN  TO  TRUE.
            SET  QUAL-NOT-RESOLVED  TO  TRUE.
            MOVE  CUST-PREF-NAME  TO  PREF_NAME.
            MOVE  CUST-CITY-NAME  TO  CITY_NAME.
            MOVE  CUST-TOWN-NAME  TO  TOWN_NAME.
            IF  SQLSTATE  =  "00000"
                SET  MATCH-FOUND  TO  TRUE
            ELSE IF  SQLSTATE  =  "02000"
                CONTINUE
            ELSE IF  SQLSTATE  =  "21000"
                PERFORM RESOLVE-BY-QUALIFIER
                IF  QUAL-NOT-RESOLVED
                    PERFORM CHECK-MULTI-ZIP-TOWN
                END-IF
            ELSE
                DISPLAY  "symfo_cleanse: SQL error "
                         SQLSTATE  " "  SQLMSG
        MATCH-CUSTOMER-ROW-END.
            EXIT.

        CHECK-MULTI-ZIP-TOWN SECTION.
      *同一住所が複数の郵便番号に当たった行について、該当する町域に
      *複数郵便番号町域の表示(1)が付いた行があるかを数える。付いて
      *いればKEN_ALL上の正当な重複であり、住所の誤りではない
            MOVE  ZERO  TO  MZ-COUNT.
            EXEC SQL
                SELECT COUNT(*) INTO :MZ-COUNT
                    FROM POST_CD
                    WHERE 都道府県名 = :PREF_NAME
                      AND 市区町村名 = :CITY_NAME
                      AND 町域名     = :TOWN_NAME
                      AND 複数郵便番号町域 = '1'
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                IF  MZ-COUNT  >  ZERO
                    SET  MULTI-ZIP-TOWN  TO  TRUE
                END-IF
            ELSE
                DISPLAY  "symfo_cleanse: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
        CHECK-MULTI-ZIP-TOWN-END.
            EXIT.

        RESOLVE-BY-QUALIFIER SECTION.
      *同一住所が複数の郵便番号に当たった行について、それぞれの
      *郵便番号の町域付記を顧客の番地・建物行と突き合わせる。
      *  1) 番地範囲・階層・小字名が当てはまる郵便番号がちょうど
      *     一つならそれを採る
      *  2) 当てはまるものが無く、階数が読み取れない(または地階の)
      *     行で「地階・階層不明」の郵便番号が一つならそれを採る
      *  3) 当てはまるものが無く、番地・建物行があり、「その他」
      *     「除く」等の残りを受ける郵便番号(付記なしを含む)が一つ
      *     ならそれを採る
      *いずれにも当たらなければ絞り込めなかったものとして従来どおり
      *不一致へ回す
            MOVE  ZERO  TO  WS-QZ-COUNT.
            MOVE  "N"  TO  WS-QZ-OVERFLOW.
            MOVE  "N"  TO  WS-QZ-FETCH-DONE.
            EXEC SQL OPEN QUAL_ZIP_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                SET  QZ-FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  QZ-FETCH-DONE
                EXEC SQL
                    FETCH QUAL_ZIP_CUR INTO :CAND-ZIPCODE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    IF  WS-QZ-COUNT  >=  60
                        SET  QZ-OVERFLOW  TO  TRUE
                        SET  QZ-FETCH-DONE  TO  TRUE
                    ELSE
                        ADD  1  TO  WS-QZ-COUNT
                        MOVE  CAND-ZIPCODE  TO  WS-QZ-ZIP(WS-QZ-COUNT)
                        MOVE  "N"  TO  WS-QZ-KIND(WS-QZ-COUNT)
                    END-IF
                ELSE
                    SET  QZ-FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE QUAL_ZIP_CUR END-EXEC.
            IF  NOT  QZ-OVERFLOW
                AND  WS-QZ-COUNT  >=  2
                PERFORM CHOOSE-QUALIFIED-ZIP
            END-IF.
        RESOLVE-BY-QUALIFIER-END.
            EXIT.

        CHOOSE-QUALIFIED-ZIP SECTION.
      *同一住所に当たった郵便番号ごとに町域付記を引いて判定し、
      *判定の件数から採る郵便番号を決める
            PERFORM PARSE-STREET-LINE.
            MOVE  ZERO  TO  WS-QZ-HITS.
            MOVE  ZERO  TO  WS-QZ-UNKNOWNS.
            MOVE  ZERO  TO  WS-QZ-FALLBACKS.
            MOVE  "N"  TO  WS-QZ-ERROR.
            PERFORM  VARYING  WS-QZ-IDX  FROM  1  BY  1
                    UNTIL  WS-QZ-IDX  >  WS-QZ-COUNT
                    OR  QZ-ERROR
                MOVE  WS-QZ-ZIP(WS-QZ-IDX)  TO  QUAL-ZIPCODE
                MOVE  SPACES  TO  QUAL-TEXT
                EXEC SQL
                    SELECT 町域付記 INTO :QUAL-TEXT
                        FROM POST_CD_TOWN_QUAL
                        WHERE 郵便番号 = :QUAL-ZIPCODE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    OR  SQLSTATE  =  "02000"
                    PERFORM EVALUATE-TOWN-QUALIFIER
                ELSE
                    DISPLAY  "symfo_cleanse: SQL error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  QZ-ERROR  TO  TRUE
                END-IF
                IF  WS-QZ-KIND(WS-QZ-IDX)  =  "P"
                    ADD  1  TO  WS-QZ-HITS
                    MOVE  WS-QZ-IDX  TO  WS-QZ-HIT-IDX
                ELSE IF  WS-QZ-KIND(WS-QZ-IDX)  =  "U"
                    ADD  1  TO  WS-QZ-UNKNOWNS
                    MOVE  WS-QZ-IDX  TO  WS-QZ-UNKNOWN-IDX
                ELSE IF  WS-QZ-KIND(WS-QZ-IDX)  =  "F"
                    ADD  1  TO  WS-QZ-FALLBACKS
                    MOVE  WS-QZ-IDX  TO  WS-QZ-FALLBACK-IDX
                END-IF
            END-PERFORM.
            IF  QZ-ERROR
                CONTINUE
            ELSE IF  WS-QZ-HITS  =  1
                MOVE  WS-QZ-ZIP(WS-QZ-HIT-IDX)  TO  ZIPCODE
                SET  QUAL-RESOLVED  TO  TRUE
            ELSE IF  WS-QZ-HITS  =  ZERO
                AND  WS-QZ-UNKNOWNS  =  1
                AND  (NOT  STREET-HAS-FLOOR  OR  STREET-BASEMENT)
                MOVE  WS-QZ-ZIP(WS-QZ-UNKNOWN-IDX)  TO  ZIPCODE
                SET  QUAL-RESOLVED  TO  TRUE
            ELSE IF  WS-QZ-HITS  =  ZERO
                AND  WS-QZ-FALLBACKS  =  1
                AND  CUST-STREET-LINE  NOT  =  SPACES
                MOVE  WS-QZ-ZIP(WS-QZ-FALLBACK-IDX)  TO  ZIPCODE
                SET  QUAL-RESOLVED  TO  TRUE
            END-IF.
            IF  QUAL-RESOLVED
                SET  MATCH-FOUND  TO  TRUE
                ADD  1  TO  WS-ROWS-QUALIFIED
            END-IF.
        CHOOSE-QUALIFIED-ZIP-END.
            EXIT.

        PARSE-STREET-LINE SECTION.
      *顧客の番地・建物行から番地(階数でない最初の数字)と階数
      *(数字の直後が「階」「Ｆ」「F」)を読み取る
            MOVE  "N"  TO  WS-STREET-HAS-NUM.
            MOVE  "N"  TO  WS-STREET-HAS-FLOOR.
            MOVE  "N"  TO  WS-STREET-BASEMENT.
            MOVE  ZERO  TO  WS-STREET-NUM.
            MOVE  ZERO  TO  WS-STREET-FLOOR.
            MOVE  ZERO  TO  WS-QTALLY.
            INSPECT  CUST-STREET-LINE
                TALLYING  WS-QTALLY  FOR  ALL  NX"57304E0B"
                                          ALL  NX"5730968E".
            IF  WS-QTALLY  >  ZERO
                SET  STREET-BASEMENT  TO  TRUE
            END-IF.
            MOVE  SPACES  TO  WS-QSCAN-N.
            MOVE  CUST-STREET-LINE  TO  WS-QSCAN-N.
            MOVE  ZERO  TO  WS-QSCAN-LEN.
            PERFORM  VARYING  WS-QSCAN-POS  FROM  1  BY  1
                    UNTIL  WS-QSCAN-POS  >  40
                IF  WS-QSCAN-N(WS-QSCAN-POS:1)  NOT  =  SPACE
                    MOVE  WS-QSCAN-POS  TO  WS-QSCAN-LEN
                END-IF
            END-PERFORM.
            MOVE  1  TO  WS-QSCAN-POS.
            PERFORM  UNTIL  WS-QSCAN-POS  >  WS-QSCAN-LEN
                PERFORM SCAN-NEXT-NUMBER
                IF  QNUM-FOUND
                    IF  WS-QSCAN-POS  <=  WS-QSCAN-LEN
                        AND  (WS-QSCAN-N(WS-QSCAN-POS:1)  =  NX"968E"
                          OR  WS-QSCAN-N(WS-QSCAN-POS:1)  =  NX"FF26"
                          OR  WS-QSCAN-N(WS-QSCAN-POS:1)  =  NX"0046")
                        IF  NOT  STREET-HAS-FLOOR
                            AND  NOT  STREET-BASEMENT
                            MOVE  WS-QNUM  TO  WS-STREET-FLOOR
                            SET  STREET-HAS-FLOOR  TO  TRUE
                        END-IF
                    ELSE IF  NOT  STREET-HAS-NUM
                        MOVE  WS-QNUM  TO  WS-STREET-NUM
                        SET  STREET-HAS-NUM  TO  TRUE
                    END-IF
                    END-IF
                END-IF
            END-PERFORM.
        PARSE-STREET-LINE-END.
            EXIT.

        SCAN-NEXT-NUMBER SECTION.
      *WS-QSCAN-N(実長WS-QSCAN-LEN)のWS-QSCAN-POSから次の数字の並び
      *を探してWS-QNUMへ読み取る。WS-QSCAN-POSは数字の並びの直後を
      *指す(見つからなければ実長+1)。5桁を超える分は読み捨てる
            MOVE  "N"  TO  WS-QNUM-FOUND.
            MOVE  ZERO  TO  WS-QNUM.
            PERFORM  UNTIL  WS-QSCAN-POS  >  WS-QSCAN-LEN
                    OR  QNUM-FOUND
                MOVE  WS-QSCAN-N(WS-QSCAN-POS:1)  TO  WS-QCHAR
                PERFORM GET-DIGIT-VALUE
                IF  WS-QDIGIT  <  10
                    SET  QNUM-FOUND  TO  TRUE
                ELSE
                    ADD  1  TO  WS-QSCAN-POS
                END-IF
            END-PERFORM.
            IF  QNUM-FOUND
                PERFORM  UNTIL  WS-QSCAN-POS  >  WS-QSCAN-LEN
                        OR  WS-QDIGIT  >  9
                    MOVE  WS-QSCAN-N(WS-QSCAN-POS:1)  TO  WS-QCHAR
                    PERFORM GET-DIGIT-VALUE
                    IF  WS-QDIGIT  <  10
                        IF  WS-QNUM  <  10000
                            COMPUTE  WS-QNUM  =  WS-QNUM * 10
                                               + WS-QDIGIT
                        END-IF
                        ADD  1  TO  WS-QSCAN-POS
                    END-IF
                END-PERFORM
            END-IF.
        SCAN-NEXT-NUMBER-END.
            EXIT.

        GET-DIGIT-VALUE SECTION.
      *WS-QCHARが全角・半角の数字ならその値を、それ以外なら99を
      *WS-QDIGITへ返す
            MOVE  99  TO  WS-QDIGIT.
            PERFORM  VARYING  WS-QDIGIT-IDX  FROM  1  BY  1
                    UNTIL  WS-QDIGIT-IDX  >  20
                    OR  WS-QDIGIT  <  10
                IF  WS-QCHAR  =  WS-QDIGIT-CHAR(WS-QDIGIT-IDX)
                    IF  WS-QDIGIT-IDX  >  10
                        COMPUTE  WS-QDIGIT  =  WS-QDIGIT-IDX - 11
                    ELSE
                        COMPUTE  WS-QDIGIT  =  WS-QDIGIT-IDX - 1
                    END-IF
                END-IF
            END-PERFORM.
        GET-DIGIT-VALUE-END.
            EXIT.

        EVALUATE-TOWN-QUALIFIER SECTION.
      *QUAL-TEXT(WS-QZ-IDX番目の郵便番号の町域付記)を「、」「,」で
      *項目に区切って判定し、WS-QZ-KINDへ結果を設定する。付記の無い
      *郵便番号は残りを受ける行(F)とみなす。項目の判定はP(当て
      *はまる)、U(地階・階層不明)、F(残りを受ける)の順に優先する
            IF  QUAL-TEXT  =  SPACES
                MOVE  "F"  TO  WS-QZ-KIND(WS-QZ-IDX)
            ELSE
                PERFORM SPLIT-TOWN-QUALIFIER
            END-IF.
        EVALUATE-TOWN-QUALIFIER-END.
            EXIT.

        SPLIT-TOWN-QUALIFIER SECTION.
      *町域付記を区切り文字ごとに1項目ずつ取り出して判定する
            MOVE  ZERO  TO  WS-QTEXT-LEN.
            PERFORM  VARYING  WS-QTEXT-IDX  FROM  1  BY  1
                    UNTIL  WS-QTEXT-IDX  >  100
                IF  QUAL-TEXT(WS-QTEXT-IDX:1)  NOT  =  SPACE
                    MOVE  WS-QTEXT-IDX  TO  WS-QTEXT-LEN
                END-IF
            END-PERFORM.
            MOVE  SPACES  TO  WS-QTOK-N.
            MOVE  ZERO  TO  WS-QTOK-LEN.
            PERFORM  VARYING  WS-QTEXT-IDX  FROM  1  BY  1
                    UNTIL  WS-QTEXT-IDX  >  WS-QTEXT-LEN
                IF  QUAL-TEXT(WS-QTEXT-IDX:1)  =  NX"3001"
                    OR  QUAL-TEXT(WS-QTEXT-IDX:1)  =  NX"FF0C"
                    IF  WS-QTOK-LEN  >  ZERO
                        PERFORM EVALUATE-QUALIFIER-TOKEN
                    END-IF
                    MOVE  SPACES  TO  WS-QTOK-N
                    MOVE  ZERO  TO  WS-QTOK-LEN
                ELSE
                    ADD  1  TO  WS-QTOK-LEN
                    MOVE  QUAL-TEXT(WS-QTEXT-IDX:1)
                        TO  WS-QTOK-N(WS-QTOK-LEN:1)
                END-IF
            END-PERFORM.
            IF  WS-QTOK-LEN  >  ZERO
                PERFORM EVALUATE-QUALIFIER-TOKEN
            END-IF.
        SPLIT-TOWN-QUALIFIER-END.
            EXIT.

        EVALUATE-QUALIFIER-TOKEN SECTION.
      *町域付記の1項目(WS-QTOK-N)を判定し、WS-QZ-KINDへ反映する。
      *  「その他」「除く」「以外」を含む → F
      *  「地階」「不明」を含む → U
      *  「階」を含む → 階数(範囲可)が顧客の階数と合えばP
      *  数字を含む → 番地(「～」の範囲、「以上」「以下」可)が顧客
      *    の番地と合えばP。「の」を含む枝番付きの項目は使わない
      *  数字を含まない小字名等 → 顧客の番地・建物行に含まれればP
      *    (「丁目」「番地」だけの項目は使わない)
            MOVE  "N"  TO  WS-QTOK-KIND.
            MOVE  ZERO  TO  WS-QTALLY.
            INSPECT  WS-QTOK-N
                TALLYING  WS-QTALLY  FOR  ALL  NX"305D306E4ED6"
                                          ALL  NX"9664304F"
                                          ALL  NX"4EE55916".
            IF  WS-QTALLY  >  ZERO
                MOVE  "F"  TO  WS-QTOK-KIND
            ELSE
                INSPECT  WS-QTOK-N
                    TALLYING  WS-QTALLY  FOR  ALL  NX"5730968E"
                                              ALL  NX"4E0D660E"
                IF  WS-QTALLY  >  ZERO
                    MOVE  "U"  TO  WS-QTOK-KIND
                ELSE
                    PERFORM EVALUATE-QUALIFIER-VALUE
                END-IF
            END-IF.
            IF  WS-QTOK-KIND  =  "P"
                MOVE  "P"  TO  WS-QZ-KIND(WS-QZ-IDX)
            ELSE IF  WS-QTOK-KIND  =  "U"
                AND  WS-QZ-KIND(WS-QZ-IDX)  NOT  =  "P"
                MOVE  "U"  TO  WS-QZ-KIND(WS-QZ-IDX)
            ELSE IF  WS-QTOK-KIND  =  "F"
                AND  WS-QZ-KIND(WS-QZ-IDX)  =  "N"
                MOVE  "F"  TO  WS-QZ-KIND(WS-QZ-IDX)
            END-IF.
        EVALUATE-QUALIFIER-TOKEN-END.
            EXIT.

        EVALUATE-QUALIFIER-VALUE SECTION.
      *階数・番地の範囲、または小字名等の名称で町域付記の1項目を
      *顧客の番地・建物行と比べ、当てはまればWS-QTOK-KINDをPにする
            MOVE  SPACES  TO  WS-QSCAN-N.
            MOVE  WS-QTOK-N  TO  WS-QSCAN-N.
            MOVE  WS-QTOK-LEN  TO  WS-QSCAN-LEN.
            MOVE  1  TO  WS-QSCAN-POS.
            PERFORM SCAN-NEXT-NUMBER.
            MOVE  ZERO  TO  WS-QTALLY.
            INSPECT  WS-QTOK-N  TALLYING  WS-QTALLY  FOR  ALL  NX"306E".
            IF  NOT  QNUM-FOUND
                PERFORM MATCH-QUALIFIER-NAME
            ELSE IF  WS-QTALLY  =  ZERO
                PERFORM MATCH-QUALIFIER-RANGE
            END-IF.
        EVALUATE-QUALIFIER-VALUE-END.
            EXIT.

        MATCH-QUALIFIER-NAME SECTION.
      *数字を含まない項目は小字名・建物名等として番地・建物行の中を
      *探す(「丁目」「番地」だけの項目は使わない)
            IF  WS-QTOK-LEN  >=  2
                AND  WS-QTOK-N(1:WS-QTOK-LEN)  NOT  =  NX"4E01304E"
                AND  WS-QTOK-N(1:WS-QTOK-LEN)  NOT  =  NX"756A5730"
                MOVE  ZERO  TO  WS-QTALLY
                INSPECT  CUST-STREET-LINE
                    TALLYING  WS-QTALLY
                        FOR  ALL  WS-QTOK-N(1:WS-QTOK-LEN)
                IF  WS-QTALLY  >  ZERO
                    MOVE  "P"  TO  WS-QTOK-KIND
                END-IF
            END-IF.
        MATCH-QUALIFIER-NAME-END.
            EXIT.

        MATCH-QUALIFIER-RANGE SECTION.
      *数字を含む項目の範囲(WS-QNUMが最初の数字)を求め、顧客の値と
      *比べる。比べる値は「階」を含む項目なら階数、それ以外は番地
            MOVE  "N"  TO  WS-QCOMPARE-OK.
            MOVE  ZERO  TO  WS-QTALLY.
            INSPECT  WS-QTOK-N  TALLYING  WS-QTALLY  FOR  ALL  NX"968E".
            IF  WS-QTALLY  >  ZERO
                IF  STREET-HAS-FLOOR
                    MOVE  WS-STREET-FLOOR  TO  WS-QCOMPARE
                    SET  QCOMPARE-OK  TO  TRUE
                END-IF
            ELSE
                IF  STREET-HAS-NUM
                    MOVE  WS-STREET-NUM  TO  WS-QCOMPARE
                    SET  QCOMPARE-OK  TO  TRUE
                END-IF
            END-IF.
            MOVE  WS-QNUM  TO  WS-QRANGE-LOW.
            MOVE  WS-QNUM  TO  WS-QRANGE-HIGH.
            MOVE  ZERO  TO  WS-QTALLY.
            INSPECT  WS-QTOK-N
                TALLYING  WS-QTALLY  FOR  ALL  NX"FF5E"
                                          ALL  NX"301C".
            IF  WS-QTALLY  >  ZERO
                PERFORM SCAN-NEXT-NUMBER
                IF  QNUM-FOUND
                    MOVE  WS-QNUM  TO  WS-QRANGE-HIGH
                ELSE
                    MOVE  99999  TO  WS-QRANGE-HIGH
                END-IF
            ELSE
                INSPECT  WS-QTOK-N
                    TALLYING  WS-QTALLY  FOR  ALL  NX"4EE54E0A"
                IF  WS-QTALLY  >  ZERO
                    MOVE  99999  TO  WS-QRANGE-HIGH
                ELSE
                    INSPECT  WS-QTOK-N
                        TALLYING  WS-QTALLY  FOR  ALL  NX"4EE54E0B"
                    IF  WS-QTALLY  >  ZERO
                        MOVE  ZERO  TO  WS-QRANGE-LOW
                    END-IF
                END-IF
            END-IF.
            IF  QCOMPARE-OK
                AND  WS-QCOMPARE  >=  WS-QRANGE-LOW
                AND  WS-QCOMPARE  <=  WS-QRANGE-HIGH
                MOVE  "P"  TO  WS-QTOK-KIND
            END-IF.
        MATCH-QUALIFIER-RANGE-END.
            EXIT.

        DISPATCH-CUSTOMER-ROW SECTION.
      *突き合わせの結果に応じて3ファイルへ振り分ける。
      *一致した場合: 保持郵便番号が空欄・数字以外なら求めた郵便番号を
      *埋めて付与済みへ、一致していればそのまま検証済みへ、数字だが
      *食い違う場合はまず事業所個別郵便番号として確認し、確認できれば
      *確認区分"O"付きで検証済みへ、できなければ食い違いファイルへ
      *(求めた郵便番号を添える)。ただし保持郵便番号が新旧対応表で
      *求めた郵便番号の旧番号であれば、新番号へ訂正して付与済みへ。
      *一致しない場合: 候補を添えて不一致ファイルへ書き出す。
      *町域付記で絞り込んだ郵便番号は確認区分"B"を付ける
            MOVE  SPACE  TO  WS-CLEANSE-MARKER.
            IF  QUAL-RESOLVED
                MOVE  "B"  TO  WS-CLEANSE-MARKER
            END-IF.
            IF  MATCH-FOUND
                IF  CUST-ZIPCODE  =  ZIPCODE
                    PERFORM WRITE-CLEANSED-ROW
                ELSE IF  CUST-ZIPCODE  =  SPACES
                    OR  CUST-ZIPCODE  NOT  NUMERIC
                    IF  CUST-ZIPCODE  =  SPACES
                        MOVE  "N"  TO  WS-CHANGE-SOURCE
                    ELSE
                        MOVE  "R"  TO  WS-CHANGE-SOURCE
                    END-IF
                    MOVE  CUST-ZIPCODE  TO  WS-CHANGE-OLD-ZIP
                    MOVE  ZIPCODE  TO  CUST-ZIPCODE
                    PERFORM WRITE-CLEANSED-ROW
                    PERFORM WRITE-CHANGE-RECORD
                ELSE
      *大口顧客の保持郵便番号は事業所個別郵便番号であることが多く、
      *町域の突き合わせだけで食い違い扱いにすると事務員が正しい
                    ELSE
                        PERFORM CHECK-OFFICE-ZIP
                    END-IF
      *町域の郵便番号が変わった後も旧番号のまま保持している行は、
      *新旧対応表で確認できれば新番号へ自動訂正する(ファイル突き
      *合わせモードでは対応表を引けないため行わない)
                    SET  CROSSWALK-NOT-CONFIRMED  TO  TRUE
                    IF  NOT  FILE-MODE
                        AND  OFFICE-NOT-CONFIRMED
                        PERFORM CHECK-CROSSWALK-ZIP
                    END-IF
                    IF  OFFICE-CONFIRMED
                        MOVE  "O"  TO  WS-CLEANSE-MARKER
                        PERFORM WRITE-CLEANSED-ROW
                        ADD  1  TO  WS-ROWS-OFFICE
                    ELSE
                        IF  CROSSWALK-CONFIRMED
                            MOVE  "X"  TO  WS-CLEANSE-MARKER
                            MOVE  "R"  TO  WS-CHANGE-SOURCE
                            MOVE  CUST-ZIPCODE  TO  WS-CHANGE-OLD-ZIP
                            MOVE  ZIPCODE  TO  CUST-ZIPCODE
                            PERFORM WRITE-CLEANSED-ROW
                            PERFORM WRITE-CHANGE-RECORD
                            ADD  1  TO  WS-ROWS-RENUMBERED
                        ELSE
                            MOVE  CUST-ID         TO  SUS-ID
                            MOVE  CUST-ZIPCODE    TO  SUS-ZIPCODE
                            MOVE  CUST-PREF-NAME  TO  SUS-PREF-NAME
                            MOVE  CUST-CITY-NAME  TO  SUS-CITY-NAME
                            MOVE  CUST-TOWN-NAME  TO  SUS-TOWN-NAME
                            MOVE  ZIPCODE
                                TO  SUS-MATCHED-ZIPCODE
                            WRITE  SUS-R
                            ADD  1  TO  WS-ROWS-SUSPECT
                        END-IF
                    END-IF
                END-IF
            ELSE
                MOVE  CUST-CITY-NAME  TO  NOM-CITY-NAME
                MOVE  CUST-TOWN-NAME  TO  NOM-TOWN-NAME
                MOVE  SPACES          TO  NOM-CAND-ZIPS
                MOVE  SPACE           TO  NOM-MULTI-ZIP
                IF  MULTI-ZIP-TOWN
                    MOVE  "M"  TO  NOM-MULTI-ZIP
                    ADD  1  TO  WS-ROWS-MULTIZIP
                END-IF
                PERFORM  VARYING  WS-CAND-IDX  FROM  1  BY  1
                        UNTIL  WS-CAND-IDX  >  WS-CAND-COUNT
                    MOVE  WS-CAND-ZIP(WS-CAND-IDX)
            MOVE  CUST-PREF-NAME     TO  OK-PREF-NAME.
            MOVE  CUST-CITY-NAME     TO  OK-CITY-NAME.
            MOVE  CUST-TOWN-NAME     TO  OK-TOWN-NAME.
            MOVE  CUST-STREET-LINE   TO  OK-STREET-LINE.
            MOVE  WS-CLEANSE-MARKER  TO  OK-MARKER.
            WRITE  OK-R.
            ADD  1  TO  WS-ROWS-CLEANSED.
        WRITE-CLEANSED-ROW-END.
            EXIT.

        OPEN-CHANGE-FEED SECTION.
      *顧客住所変更連携ファイルを実行日時付きの世代名で開く(前の実行
      *の世代をCRMが取得する前に上書きしないため)
            MOVE  WS-CHANGE-FILE  TO  WORK.
            MOVE  SPACES  TO  WS-CHANGE-FILE.
            STRING  WORK           DELIMITED  BY  SPACE
                    "."            DELIMITED  BY  SIZE
                    WS-RUN-DATE-X  DELIMITED  BY  SIZE
                    "."            DELIMITED  BY  SIZE
                    WS-RUN-TIME-X  DELIMITED  BY  SIZE
                INTO  WS-CHANGE-FILE.
            MOVE  ZERO  TO  WS-CHANGE-COUNT.
            OPEN  OUTPUT  CHGF.
        OPEN-CHANGE-FEED-END.
            EXIT.

        WRITE-CHANGE-RECORD SECTION.
      *郵便番号を付与・訂正した行の変更明細を書き出す(住所欄は変えて
      *いないため変更前後で同じ。変更元と変更前の郵便番号は呼び出し
      *元がWS-CHANGE-SOURCE/WS-CHANGE-OLD-ZIPへ設定済みの前提)
            MOVE  "C"                TO  CHG-ACTION.
            MOVE  CUST-ID            TO  CHG-CUST-ID.
            MOVE  WS-CHANGE-SOURCE   TO  CHG-SOURCE.
            MOVE  WS-RUN-DATE        TO  CHG-RUN-DATE.
            MOVE  WS-CHANGE-OLD-ZIP  TO  CHG-OLD-ZIPCODE.
            MOVE  CUST-PREF-NAME     TO  CHG-OLD-PREF-NAME.
            MOVE  CUST-CITY-NAME     TO  CHG-OLD-CITY-NAME.
            MOVE  CUST-TOWN-NAME     TO  CHG-OLD-TOWN-NAME.
            MOVE  CUST-STREET-LINE   TO  CHG-OLD-STREET-LINE.
            MOVE  CUST-ZIPCODE       TO  CHG-NEW-ZIPCODE.
            MOVE  CUST-PREF-NAME     TO  CHG-NEW-PREF-NAME.
            MOVE  CUST-CITY-NAME     TO  CHG-NEW-CITY-NAME.
            MOVE  CUST-TOWN-NAME     TO  CHG-NEW-TOWN-NAME.
            MOVE  CUST-STREET-LINE   TO  CHG-NEW-STREET-LINE.
            WRITE  CHG-R.
            ADD  1  TO  WS-CHANGE-COUNT.
        WRITE-CHANGE-RECORD-END.
            EXIT.

        CLOSE-CHANGE-FEED SECTION.
      *顧客住所変更連携ファイルのトレーラ(明細件数+実行日)を書き出して
      *閉じ、世代台帳へ種別CUSTCHGとして記録する。読み取り異常等で
      *異常終了する実行はトレーラを付けず台帳へも記録しない(受信側は
      *トレーラの無いファイルを適用しない)
            IF  WS-PROGRAM-RC  <  8
                MOVE  SPACES           TO  CHG-TRAILER
                MOVE  "T"              TO  CHG-TRL-ACTION
                MOVE  WS-CHANGE-COUNT  TO  CHG-TRL-COUNT
                MOVE  WS-RUN-DATE      TO  CHG-TRL-RUN-DATE
                WRITE  CHG-TRAILER
                CLOSE  CHGF
                OPEN  EXTEND  CATF
                IF  CATF-FST  NOT  =  "00"
                    DISPLAY  "symfo_cleanse: generation catalog open"
                             " error FST="  CATF-FST
                        UPON  CONS
                ELSE
                    MOVE  SPACES           TO  CAT-R
                    MOVE  "symfo_cleanse"  TO  CAT-PROGRAM
                    MOVE  WS-RUN-DATE      TO  CAT-RUN-DATE
                    MOVE  WS-RUN-TIME      TO  CAT-RUN-TIME
                    MOVE  "CUSTCHG"        TO  CAT-KIND
                    MOVE  WS-CHANGE-FILE   TO  CAT-FILE
                    WRITE  CAT-R
                    CLOSE  CATF
                END-IF
            ELSE
                CLOSE  CHGF
                DISPLAY  "symfo_cleanse: change feed left without"
                         " trailer: "  WS-CHANGE-FILE
                    UPON  CONS
            END-IF.
        CLOSE-CHANGE-FEED-END.
            EXIT.

        CHECK-OFFICE-ZIP SECTION.
      *保持郵便番号でPOST_CD_OFFICEを引き、事業所の所在地(都道府県/
      *市区町村/町域)が顧客行の住所と一致することを確認する。該当
        CHECK-OFFICE-ZIP-END.
            EXIT.

        CHECK-CROSSWALK-ZIP SECTION.
      *保持郵便番号を旧番号、住所から求めた郵便番号を新番号とする組
      *が新旧対応表にあるかを確かめる。あれば番号変更に追随して
      *いないだけの行として訂正する
            SET  CROSSWALK-NOT-CONFIRMED  TO  TRUE.
            MOVE  CUST-ZIPCODE  TO  XW-OLD-ZIPCODE.
            MOVE  ZIPCODE       TO  XW-NEW-ZIPCODE.
            MOVE  ZERO          TO  XW-COUNT.
            EXEC SQL
                SELECT COUNT(*) INTO :XW-COUNT
                    FROM POST_CD_CROSSWALK
                    WHERE 旧郵便番号 = :XW-OLD-ZIPCODE
                      AND 新郵便番号 = :XW-NEW-ZIPCODE
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                IF  XW-COUNT  >  ZERO
                    SET  CROSSWALK-CONFIRMED  TO  TRUE
                END-IF
            ELSE
                DISPLAY  "symfo_cleanse: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
        CHECK-CROSSWALK-ZIP-END.
            EXIT.

        RUN-FILE-MATCH SECTION.
      *ファイル突き合わせモードの本体。顧客ファイルと抽出ファイルを
      *どちらも住所(都道府県名/市区町村名/町域名)順に並べ替え、
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-MASTER-FILE
            END-IF.
            IF  WS-MASTER-FILE  =  SPACES
                PERFORM RESOLVE-LATEST-EXTRACT
            END-IF.
                    OPEN  OUTPUT  OKF
                    OPEN  OUTPUT  SUSF
                    OPEN  OUTPUT  NOMF
                    PERFORM OPEN-CHANGE-FEED
                    PERFORM PRIME-MASTER-GROUP
                    PERFORM  UNTIL  CSRTO-FST  NOT  =  "00"
                        READ  CSRTO
                                    TO  CUST-CITY-NAME
                                MOVE  CSO-TOWN-NAME
                                    TO  CUST-TOWN-NAME
                                MOVE  CSO-STREET-LINE
                                    TO  CUST-STREET-LINE
                                PERFORM MATCH-CUSTOMER-ROW-FILE
                                PERFORM DISPATCH-CUSTOMER-ROW
                        END-READ
                    CLOSE  OKF
                    CLOSE  SUSF
                    CLOSE  NOMF
                    PERFORM CLOSE-CHANGE-FEED
                    DISPLAY  "symfo_cleanse: read="  WS-ROWS-READ
                             " cleansed="            WS-ROWS-CLEANSED
                             " suspect="             WS-ROWS-SUSPECT
                             " nomatch="             WS-ROWS-NOMATCH
                             " suggested="           WS-ROWS-SUGGESTED
                             " office="              WS-ROWS-OFFICE
                             " multizip="            WS-ROWS-MULTIZIP
                             " qualified="           WS-ROWS-QUALIFIED
                             " changed="             WS-CHANGE-COUNT
                        UPON  CONS
                END-IF
            END-IF.
        MATCH-CUSTOMER-ROW-FILE SECTION.
      *顧客行の住所キーまで抽出側のグループを進め、一致するグループ
      *が見つかれば郵便番号を採用する(振り分けの判定は従来モードと
      *共通のZIPCODE/MATCH-FOUNDで行う。抽出ファイルは複数郵便番号
      *町域の表示を持たないため、複数郵便番号区分は立てない)
            SET  MATCH-NOT-FOUND  TO  TRUE.
            SET  NOT-MULTI-ZIP-TOWN  TO  TRUE.
            MOVE  CUST-PREF-NAME  TO  WS-CUST-KEY-PREF.
            MOVE  CUST-CITY-NAME  TO  WS-CUST-KEY-CITY.
            MOVE  CUST-TOWN-NAME  TO  WS-CUST-KEY-TOWN.
