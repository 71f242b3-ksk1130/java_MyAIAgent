      * F1R様式)を読み込み、該当するPOST_CD行を削除する削除モードに
      * なる。削除する行は消える前にPOST_CD_HISTORYへ退避し、現在の
      * 住所がファイルと一致しない行は誤削除を防ぐため削除しない
      * 読み込む前にファイルの指紋をロード元ファイルの登録簿
      * (POST_CD_SOURCE_REG)と照合し、同じファイルの二重投入や古い
      * 月のファイルは拒否する(照合の扱いはsymfo_instと同じ)
      * 追加・更新・削除した郵便番号ごとに、住所逆引きの検索トークン
      * (POST_CD_SEARCH_TOKEN)をsymfo_token_maintで作り直す。作り直せ
      * なかった郵便番号は行の反映は取り消さずに件数を表示し、終了
      * コードを4にする(symfo_token_buildの再実行で追いつく)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   call_symfo_inst_batch.
        ENVIRONMENT    DIVISION.
      *POST_CD_HISTORYへ記録する操作者ID(バッチはプログラムを表す
      *固定値。対話保守のsymfo_maintは実際のオペレータIDを記録する)
        01  WS-OPERATOR-ID     PIC X(20)  VALUE "*BATCH*".
      *POST_CD_HISTORYへ記録する変更理由(KEN_ALLの変更理由コード。
      *補正ファイルはF1R様式で変更理由を持たないため、廃止ファイル
      *による削除だけを6=廃止として記録し、更新は空白のままにする)
        01  CHANGE_REASON      PIC X(1).
      *実行ロック(POST_CD_RUN_LOCK)の保有者表示用
        01  WS-LOCK-HOLDER     PIC X(20).
        01  WS-LOCK-DATE       PIC 9(8).
        01  WS-LOCK-TIME       PIC 9(8).
      *ロード元ファイルの登録簿で拒否した実行をPOST_CD_LOAD_LOGへ
      *記録する場合の各項目(正常な実行はPOST_CD_LOAD_LOGへは記録
      *しない)
        01  LOG-RUN-DATE       PIC 9(8).
        01  LOG-RUN-TIME       PIC 9(8).
        01  LOG-SOURCE-FILE    PIC X(100).
        01  LOG-ROWS-READ      PIC 9(7).
        01  LOG-ROWS-APPLIED   PIC 9(7).
        01  LOG-ROWS-REJECTED  PIC 9(7).
        01  LOG-SQLSTATE       PIC X(5).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *ロード元ファイルの登録簿(POST_CD_SOURCE_REG)のホスト変数
            COPY SRCREG_VARS.
      *ファイルのステータス変数
        01  FST                    PIC X(02).
        01  REJF-FST               PIC X(02).
            COPY KANA_NORM.
      *都道府県整合チェックモジュールの呼び出しインタフェース
            COPY PREF_CHECK.
      *ロード元ファイルの指紋計算モジュールの呼び出しインタフェース
            COPY SRC_SUM.
      *検索トークン表の作り直しモジュールの呼び出しインタフェース
            COPY SRCH_TOKEN.
      *検索トークンを作り直せなかった郵便番号の件数
        01  WS-TOKEN-FAILURES  PIC 9(7)  BINARY  VALUE ZERO.
      *指紋を最後まで求められたかどうか、登録簿との照合結果、拒否を
      *押し切るかどうか(symfo_instと同じ扱い。SYMFO_FORCE_SOURCE=Yで
      *指定)
        01  WS-SOURCE-SUM-OK   PIC X(01)  VALUE "N".
          88  SOURCE-SUM-OK         VALUE "Y".
        01  WS-SOURCE-CHECK    PIC X(01)  VALUE "Y".
          88  SOURCE-ACCEPTED       VALUE "Y".
          88  SOURCE-REFUSED        VALUE "N".
        01  WS-REFUSAL-SQLSTATE PIC X(05).
        01  WS-SOURCE-FORCE    PIC X(01)  VALUE "N".
          88  SOURCE-FORCED         VALUE "Y".
        01  WS-SOURCE-MONTH-N  PIC 9(6)  BINARY.
      *コミット間隔(何行INSERTするごとにCOMMITするか)
        01  COMMIT-INTERVAL    PIC 9(7)  BINARY  VALUE 1000.
        01  WS-COMMIT-INTERVAL PIC X(7).
                INTO  WS-GEN-BASE-NAME.
            MOVE  WS-GEN-BASE-NAME  TO  WS-REJECT-FILE.

      *ロード元ファイルの公表年月(YYYYMM。未設定、もしくは数値以外の
      *場合は実行年月)と、登録簿の拒否を押し切るかどうか
            MOVE  WS-RUN-DATE      TO  LOG-RUN-DATE.
            MOVE  WS-RUN-TIME-G    TO  LOG-RUN-TIME.
            MOVE  WS-INPUT-FILE    TO  LOG-SOURCE-FILE.
            MOVE  WS-RUN-DATE(1:6) TO  SRCREG-SOURCE-MONTH.
            DISPLAY  "SYMFO_SOURCE_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            MOVE  WORK(1:6)  TO  WS-SOURCE-MONTH-N.
            IF  WS-SOURCE-MONTH-N  NOT  =  ZERO
                MOVE  WS-SOURCE-MONTH-N  TO  SRCREG-SOURCE-MONTH
            END-IF.
            DISPLAY  "SYMFO_FORCE_SOURCE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK(1:1)  =  "Y"
                MOVE  "Y"  TO  WS-SOURCE-FORCE
            END-IF.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            MOVE  "SAMPLE"  TO  WS-DB-ALIAS.
                EXIT PROGRAM
            END-IF.

      *補正ファイル(削除モードでは廃止ファイル)の指紋を求めて登録簿
      *と照合し、同じファイルの二重投入や登録済みより古い月のファイル
      *であれば、POST_CDへ触れずに拒否をPOST_CD_LOAD_LOGへ記録して
      *終了する(指紋を求められなかった場合は照合せず、本体の読み込み
      *が従来どおり読み取り異常として終わる)
            PERFORM FINGERPRINT-SOURCE-FILE.
            IF  SOURCE-SUM-OK
                PERFORM CHECK-SOURCE-REGISTER
                IF  SOURCE-REFUSED
                    PERFORM LOG-SOURCE-REFUSAL
                    EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
            END-IF.

      *不良データファイルをオープンする。実体ができてから世代台帳へ
      *記録する(ロック拒否等でファイルを作らず終わる実行の分まで
      *台帳へ載せると、symfo_gen_purge.shの保存枠を幽霊世代が
            END-IF.
            CLOSE  F1.

      *正常に読み切れた場合は、補正ファイルを登録簿へ登録してから
      *COMMITを実行し、データと一緒に確定させる
            IF  SOURCE-SUM-OK  AND  WS-PROGRAM-RC  =  ZERO
                PERFORM REGISTER-SOURCE-FILE
            END-IF.
            EXEC SQL COMMIT WORK END-EXEC.

      *検索トークンを作り直せなかった郵便番号があれば知らせる(行の
      *反映は済んでいるため、symfo_token_buildの再実行で追いつかせる)
            IF  WS-TOKEN-FAILURES  NOT  =  ZERO
                DISPLAY  "call_symfo_inst_batch: WARNING search tokens"
                         " not refreshed for "  WS-TOKEN-FAILURES
                         " zip codes, rerun symfo_token_build"
                    UPON  CONS
                IF  WS-PROGRAM-RC  =  ZERO
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            END-IF.

      *読み込み、登録、不良件数の集計結果を表示する
            DISPLAY  "call_symfo_inst_batch: read="  WS-ROWS-READ
                     " applied="                     COUNT1
            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        FINGERPRINT-SOURCE-FILE SECTION.
      *補正ファイルを1回通しで読み、登録簿と照合する指紋(行数・
      *チェックサム・最小/最大の郵便番号)を求める。削除モードは
      *ロード区分Dとして補正の投入とは別に照合する
            MOVE  "N"  TO  WS-SOURCE-SUM-OK.
            MOVE  "I"  TO  SRC-SUM-FUNCTION.
            CALL  "symfo_src_sum"  USING  SRC-SUM-PARM.
            MOVE  "A"  TO  SRC-SUM-FUNCTION.
            MOVE  LENGTH OF F1R  TO  SRC-SUM-REC-LEN.
            OPEN  INPUT  F1.
            PERFORM  UNTIL  FST  NOT  =  "00"
                READ  F1
                    END
                        CONTINUE
                    NOT END
                        MOVE  F1R        TO  SRC-SUM-RECORD
                        MOVE  F1ZIPCODE  TO  SRC-SUM-ZIPCODE
                        CALL  "symfo_src_sum"  USING  SRC-SUM-PARM
                END-READ
            END-PERFORM.
            IF  FST  =  "10"
                MOVE  "Y"  TO  WS-SOURCE-SUM-OK
            END-IF.
            CLOSE  F1.
            MOVE  "call_symfo_inst_batch"  TO  SRCREG-PROGRAM.
            IF  DELETE-MODE
                MOVE  "D"    TO  SRCREG-LOAD-KIND
            ELSE
                MOVE  SPACE  TO  SRCREG-LOAD-KIND
            END-IF.
            MOVE  LOG-RUN-DATE         TO  SRCREG-DATE.
            MOVE  LOG-RUN-TIME         TO  SRCREG-TIME.
            MOVE  LOG-SOURCE-FILE      TO  SRCREG-SOURCE-FILE.
            MOVE  SRC-SUM-ROW-COUNT    TO  SRCREG-ROW-COUNT.
            MOVE  SRC-SUM-CHECKSUM     TO  SRCREG-CHECKSUM.
            MOVE  SRC-SUM-LOW-ZIP      TO  SRCREG-LOW-ZIP.
            MOVE  SRC-SUM-HIGH-ZIP     TO  SRCREG-HIGH-ZIP.
            MOVE  SPACE                TO  SRCREG-FORCED.
        FINGERPRINT-SOURCE-FILE-END.
            EXIT.

        CHECK-SOURCE-REGISTER SECTION.
      *ロード元ファイルの指紋を登録簿と照合する。同じプログラム・
      *ロード区分でチェックサムと行数の一致する登録があれば二重ロード
      *(99010)、登録済みの最新の公表年月より古ければ取り違え(99011)
      *として拒否する。SYMFO_FORCE_SOURCE=Y指定時は警告だけ表示して
      *ロードを続け、登録簿には強制区分Fで登録する。登録簿を読めない
      *場合は照合できないためSQLエラーとして拒否する
            MOVE  "Y"      TO  WS-SOURCE-CHECK.
            MOVE  "00000"  TO  WS-REFUSAL-SQLSTATE.
            EXEC SQL
                SELECT COUNT(*),COALESCE(MAX(登録日),0)
                    INTO :SRCREG-MATCH-COUNT,:SRCREG-MATCH-DATE
                    FROM POST_CD_SOURCE_REG
                    WHERE ロードプログラム = :SRCREG-PROGRAM
                      AND ロード区分 = :SRCREG-LOAD-KIND
                      AND チェックサム = :SRCREG-CHECKSUM
                      AND 行数 = :SRCREG-ROW-COUNT
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL
                    SELECT COALESCE(MAX(公表年月),0)
                        INTO :SRCREG-LAST-MONTH
                        FROM POST_CD_SOURCE_REG
                        WHERE ロードプログラム = :SRCREG-PROGRAM
                          AND ロード区分 = :SRCREG-LOAD-KIND
                END-EXEC
            END-IF.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "call_symfo_inst_batch: POST_CD_SOURCE_REG"
                         " read failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  "N"       TO  WS-SOURCE-CHECK
                MOVE  SQLSTATE  TO  WS-REFUSAL-SQLSTATE
                MOVE  16        TO  WS-PROGRAM-RC
            ELSE IF  SRCREG-MATCH-COUNT  >  ZERO
                DISPLAY  "call_symfo_inst_batch: source already"
                         " loaded on "
                         SRCREG-MATCH-DATE
                         " rows="      SRCREG-ROW-COUNT
                         " checksum="  SRCREG-CHECKSUM
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99010"  TO  WS-REFUSAL-SQLSTATE
            ELSE IF  SRCREG-SOURCE-MONTH  <  SRCREG-LAST-MONTH
                DISPLAY  "call_symfo_inst_batch: source month "
                         SRCREG-SOURCE-MONTH
                         " is older than last loaded "
                         SRCREG-LAST-MONTH
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99011"  TO  WS-REFUSAL-SQLSTATE
            END-IF.
            IF  SOURCE-REFUSED  AND  WS-PROGRAM-RC  =  ZERO
                IF  SOURCE-FORCED
                    DISPLAY  "call_symfo_inst_batch:"
                             " SYMFO_FORCE_SOURCE=Y, loading anyway"
                        UPON  CONS
                    MOVE  "Y"  TO  WS-SOURCE-CHECK
                    MOVE  "F"  TO  SRCREG-FORCED
                ELSE
                    MOVE  8    TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        CHECK-SOURCE-REGISTER-END.
            EXIT.

        LOG-SOURCE-REFUSAL SECTION.
      *拒否したロードをPOST_CD_LOAD_LOGへ1行記録する(読込件数はロード
      *元ファイルの行数、登録件数・不良件数は0、終了SQLSTATEは拒否
      *理由)
            MOVE  SRCREG-ROW-COUNT     TO  LOG-ROWS-READ.
            MOVE  ZERO                 TO  LOG-ROWS-APPLIED.
            MOVE  ZERO                 TO  LOG-ROWS-REJECTED.
            MOVE  WS-REFUSAL-SQLSTATE  TO  LOG-SQLSTATE.
            EXEC SQL
              INSERT INTO POST_CD_LOAD_LOG
                (実行日,実行時刻,ソースファイル名,
                 読込件数,登録件数,不良件数,終了SQLSTATE)
                VALUES (:LOG-RUN-DATE,:LOG-RUN-TIME,:LOG-SOURCE-FILE,
                 :LOG-ROWS-READ,:LOG-ROWS-APPLIED,:LOG-ROWS-REJECTED,
                 :LOG-SQLSTATE)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "call_symfo_inst_batch: POST_CD_LOAD_LOG"
                         " insert failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
            EXEC SQL COMMIT WORK END-EXEC.
        LOG-SOURCE-REFUSAL-END.
            EXIT.

        REGISTER-SOURCE-FILE SECTION.
      *正常に終わったロードのロード元ファイルを登録簿へ登録する。
      *ロード自体は確定済みのため、登録に失敗しても警告だけ表示して
      *終了コードは変えない(次回同じファイルを投入した場合に二重
      *ロードを検出できないため、オペレータが手で登録する)
            EXEC SQL
              INSERT INTO POST_CD_SOURCE_REG
                (ロードプログラム,ロード区分,登録日,登録時刻,
                 ソースファイル名,行数,チェックサム,
                 最小郵便番号,最大郵便番号,公表年月,強制区分)
                VALUES (:SRCREG-PROGRAM,:SRCREG-LOAD-KIND,
                 :SRCREG-DATE,:SRCREG-TIME,:SRCREG-SOURCE-FILE,
                 :SRCREG-ROW-COUNT,:SRCREG-CHECKSUM,
                 :SRCREG-LOW-ZIP,:SRCREG-HIGH-ZIP,
                 :SRCREG-SOURCE-MONTH,:SRCREG-FORCED)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "call_symfo_inst_batch: POST_CD_SOURCE_REG"
                         " insert failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        REGISTER-SOURCE-FILE-END.
            EXIT.

        RECORD-GENERATION SECTION.
      *実体を作り終えた世代ファイル1件を世代台帳へ追記する
      *(種別とファイル名は呼び出し元がWS-CAT-KIND/WS-CAT-FILEへ
                MOVE "delete address mismatch"  TO REJF-REASON
                PERFORM WRITE-INSERT-REJECT
            ELSE
                MOVE  "6"  TO  CHANGE_REASON
                EXEC SQL
                  INSERT INTO POST_CD_HISTORY
                      (郵便番号,旧住所,変更日,操作者ID,変更理由)
                      VALUES (:ZIPCODE,:WS-OLD-ADDRESS,:WS-RUN-DATE,
                       :WS-OPERATOR-ID,:CHANGE_REASON)
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    MOVE "history archive failed"  TO REJF-REASON
                        PERFORM WRITE-INSERT-REJECT
                    ELSE
                        MOVE  "D"  TO  WS-DELTA-ACTION
                        PERFORM REFRESH-SEARCH-TOKENS
                        PERFORM WRITE-DELTA-RECORD
                        PERFORM COMMIT-ON-INTERVAL
                    END-IF
                END-EXEC
                IF SQLSTATE = "00000"
                    MOVE  "U"  TO  WS-DELTA-ACTION
                    PERFORM REFRESH-SEARCH-TOKENS
                    PERFORM WRITE-DELTA-RECORD
                    PERFORM COMMIT-ON-INTERVAL
                ELSE IF SQLSTATE = "02000"
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                AND  WS-OLD-ADDRESS  NOT  =  ADDRESS_NAME
                MOVE  SPACE  TO  CHANGE_REASON
                EXEC SQL
                  INSERT INTO POST_CD_HISTORY
                      (郵便番号,旧住所,変更日,操作者ID,変更理由)
                      VALUES (:ZIPCODE,:WS-OLD-ADDRESS,:WS-RUN-DATE,
                       :WS-OPERATOR-ID,:CHANGE_REASON)
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    MOVE  "N"  TO  WS-ARCHIVE-OK
                PERFORM WRITE-INSERT-REJECT
            ELSE
                MOVE  "A"  TO  WS-DELTA-ACTION
                PERFORM REFRESH-SEARCH-TOKENS
                PERFORM WRITE-DELTA-RECORD
                PERFORM COMMIT-ON-INTERVAL
            END-IF.
        INSERT-NEW-ROW-END.
            EXIT.

        REFRESH-SEARCH-TOKENS SECTION.
      *反映した郵便番号の検索トークンを作り直す(削除ではその郵便番号
      *のトークンが消える)
            MOVE  ZIPCODE  TO  TOKEN-LOW-ZIP.
            MOVE  ZIPCODE  TO  TOKEN-HIGH-ZIP.
            CALL  "symfo_token_maint"  USING  TOKEN-PARM.
            IF  NOT  TOKEN-OK
                DISPLAY  "call_symfo_inst_batch: search token refresh"
                         " failed "  ZIPCODE  " "  TOKEN-STATUS
                    UPON  CONS
                ADD  1  TO  WS-TOKEN-FAILURES
            END-IF.
        REFRESH-SEARCH-TOKENS-END.
            EXIT.

        COMMIT-ON-INTERVAL SECTION.
      *COMMIT-INTERVAL件ごとにCOMMITし、1トランザクションを短く保つ
            ADD  1  TO  COUNT1.
