      * を並べて表示する。承認(A)で初めてPOST_CDへ適用され、変更・
      * 削除の旧住所はこのとき承認者のIDでPOST_CD_HISTORYへ退避される。
      * 否認(R)は適用せずに記録だけ残す。申請者と同じオペレータIDでは
      * 承認できない(内部統制の2人ルール)。オペレータIDはオペレータ
      * 登録簿(POST_CD_OPERATOR)と照合し、承認者の権限を持つ有効な
      * IDでなければ審査させない。
      * SYMFO_APPROVE_MODE=REPORTを指定すると対話せず、受付から既定
      * 3営業日(SYMFO_PENDING_DAYSで差し替え可能。営業日は
      * symfo_bizdayの営業日カレンダーで数える)を過ぎても承認待ちの
      * ままの受付を報告ファイルへ書き出し、該当が1件でもあれば
      * PROGRAM-STATUSを0以外にする(夜間ジョブとして実行する)
      * 対象区分Zの受付は担当地区・配送ゾーン表(POST_CD_ZONE)の保守
      * で、現在と提案の担当地区コード・配送ゾーンを並べて審査し、
      * 承認でPOST_CD_ZONEへ適用する(住所ではないため
      * POST_CD_HISTORYへの退避は行わず、承認待ちの行が申請者・
      * 承認者の記録になる)
      * 住所の承認では、適用した郵便番号の住所逆引きの検索トークン
      * (POST_CD_SEARCH_TOKEN)をsymfo_token_maintで同じトランザク
      * ションの中で作り直す(作り直せなければ適用ごと取り消す)
      * 接続は起動時に1回だけ行い、終了(Q)まで保持する
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_maint_approve.
        01 TOWN_NAME    PIC N(30).
        01 TOWN_KANA    PIC N(30).
        01 REQUESTER-ID PIC X(20).
      *対象区分(P=POST_CD/Z=POST_CD_ZONE)と、Zの受付の提案の
      *担当地区コード・配送ゾーン
        01 PEND-TARGET    PIC X(1).
        01 TERRITORY_CODE PIC X(4).
        01 DELIVERY_ZONE  PIC X(3).
      *現在のPOST_CD_ZONEの行(提案と並べて表示する)
        01 CUR-TERRITORY  PIC X(4).
        01 CUR-ZONE       PIC X(3).
      *現在のPOST_CDの行(提案と並べて表示する)
        01 CUR-ADDRESS   PIC N(50).
        01 CUR-PREF-CODE PIC X(2).
      *動作モード(未設定=対話審査。REPORTを指定すると滞留報告)
        01  WS-APPROVE-MODE        PIC X(10)  VALUE SPACES.
          88  REPORT-MODE               VALUE "REPORT".
      *滞留と判定する営業日数(既定3日。SYMFO_PENDING_DAYSで差し替え
      *可能)
        01  WS-PENDING-DAYS        PIC 9(3)  BINARY  VALUE 3.
        01  WS-PENDING-X           PIC X(3).
      *ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で埋めるため、
      *数値項目へ一旦MOVEしてから判定する(symfo_instと同じ扱い)
        01  WS-PENDING-N           PIC 9(3)  BINARY.
      *営業日カレンダーによる期限日計算モジュールの呼び出し
      *インタフェース
            COPY BIZ_DAY.
      *カナ正規化モジュールの呼び出しインタフェース
            COPY KANA_NORM.
      *検索トークン表の作り直しモジュールの呼び出しインタフェース
            COPY SRCH_TOKEN.
      *オペレータ登録簿の照合モジュールの呼び出しインタフェース
            COPY OPER_CHECK.
      *承認待ちの読み込み表(500件まで)。承認・否認はCOMMITを伴い、
      *カーソルを開いたままCOMMITするとカーソルが閉じて次のFETCHが
      *失敗するため(symfo_hist_archiveが削除とCOMMITをFETCHループの
            03  WS-PT-TOWN-NAME    PIC N(30).
            03  WS-PT-TOWN-KANA    PIC N(30).
            03  WS-PT-REQUESTER    PIC X(20).
            03  WS-PT-TARGET       PIC X(1).
            03  WS-PT-TERRITORY    PIC X(4).
            03  WS-PT-ZONE         PIC X(3).
        01  WS-PEND-COUNT      PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-PEND-IDX        PIC 9(3)  BINARY.
      *表が一杯で読み込めなかった承認待ちの件数(続きはもう一度
          02  WS-RPT-ACTION        PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-REQUESTER     PIC X(20).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-TARGET        PIC X(1).
      *プログラムの終了コード。正常は0、滞留ありは4、引数不正は8、
      *異常時は16
        01  WS-PROGRAM-RC      PIC 9(4)  BINARY  VALUE ZERO.
            EXEC SQL DECLARE
                POST_CD_PENDING TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_ZONE TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.
            IF  REPORT-MODE
                PERFORM REPORT-STALE-PENDING
            ELSE
      *オペレータIDを登録簿と照合し、承認者として使えないIDでは
      *審査させない(2人ルールの相手が実在の承認者であることを保証
      *する)
                PERFORM VERIFY-OPERATOR
                IF  WS-PROGRAM-RC  =  ZERO
                    PERFORM REVIEW-PENDING-QUEUE
                END-IF
            END-IF.

      *接続先データベースとの接続を切る
                MOVE  WS-PT-TOWN-NAME(WS-PEND-IDX)  TO  TOWN_NAME
                MOVE  WS-PT-TOWN-KANA(WS-PEND-IDX)  TO  TOWN_KANA
                MOVE  WS-PT-REQUESTER(WS-PEND-IDX)  TO  REQUESTER-ID
                MOVE  WS-PT-TARGET(WS-PEND-IDX)     TO  PEND-TARGET
                MOVE  WS-PT-TERRITORY(WS-PEND-IDX)
                    TO  TERRITORY_CODE
                MOVE  WS-PT-ZONE(WS-PEND-IDX)       TO  DELIVERY_ZONE
                PERFORM REVIEW-ONE-ENTRY
            END-PERFORM.
            IF  WS-PEND-OVERFLOW  NOT  =  ZERO
                    SELECT 郵便番号,受付日,受付時刻,操作区分,
                           住所,都道府県コード,都道府県名,
                           都道府県名カナ,市区町村名,市区町村名カナ,
                           町域名,町域名カナ,申請者ID,
                           COALESCE(対象区分,'P'),
                           COALESCE(担当地区コード,' '),
                           COALESCE(配送ゾーン,' ')
                        FROM POST_CD_PENDING
                        WHERE 状態 = 'P'
                        ORDER BY 受付日,受付時刻,郵便番号
                        :ZIPCODE,:PEND-DATE,:PEND-TIME,:PEND-ACTION,
                        :ADDRESS_NAME,:PREF_CODE,:PREF_NAME,
                        :PREF_KANA,:CITY_NAME,:CITY_KANA,
                        :TOWN_NAME,:TOWN_KANA,:REQUESTER-ID,
                        :PEND-TARGET,:TERRITORY_CODE,:DELIVERY_ZONE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    IF  WS-PEND-COUNT  >=  500
                            TO  WS-PT-TOWN-KANA(WS-PEND-COUNT)
                        MOVE  REQUESTER-ID
                            TO  WS-PT-REQUESTER(WS-PEND-COUNT)
                        MOVE  PEND-TARGET
                            TO  WS-PT-TARGET(WS-PEND-COUNT)
                        MOVE  TERRITORY_CODE
                            TO  WS-PT-TERRITORY(WS-PEND-COUNT)
                        MOVE  DELIVERY_ZONE
                            TO  WS-PT-ZONE(WS-PEND-COUNT)
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    SET  REVIEW-DONE  TO  TRUE
                     " requested "  PEND-DATE  " "  PEND-TIME
                     " by "  REQUESTER-ID
                UPON  CONS.
            IF  PEND-TARGET  =  "Z"
                PERFORM SHOW-ZONE-ENTRY
            ELSE
                PERFORM SHOW-ADDRESS-ENTRY
            END-IF.
            IF  REQUESTER-ID  =  WS-OPERATOR-ID
                DISPLAY  "symfo_maint_approve: requested by the"
                         " same operator, skipped (two-operator"
        REVIEW-ONE-ENTRY-END.
            EXIT.

        SHOW-ADDRESS-ENTRY SECTION.
      *POST_CDの受付の現在の行と提案の行を並べて表示する
            PERFORM FETCH-CURRENT-ROW.
            IF  ROW-FOUND
                DISPLAY  "symfo_maint_approve: current : "
                         CUR-ADDRESS
                    UPON  CONS
                DISPLAY  "symfo_maint_approve:         "
                         CUR-PREF-CODE  " "  CUR-PREF-NAME
                         CUR-CITY-NAME  CUR-TOWN-NAME
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_maint_approve: current : (no row)"
                    UPON  CONS
            END-IF.
            DISPLAY  "symfo_maint_approve: proposed: "
                     ADDRESS_NAME
                UPON  CONS.
            DISPLAY  "symfo_maint_approve:         "
                     PREF_CODE  " "  PREF_NAME
                     CITY_NAME  TOWN_NAME
                UPON  CONS.
        SHOW-ADDRESS-ENTRY-END.
            EXIT.

        SHOW-ZONE-ENTRY SECTION.
      *担当地区・配送ゾーン表の受付の現在の行と提案の行を並べて
      *表示する(郵便番号の欄はゾーン表のキー)
            PERFORM FETCH-CURRENT-ZONE.
            IF  ROW-FOUND
                DISPLAY  "symfo_maint_approve: current : zone key "
                         ZIPCODE  " territory "  CUR-TERRITORY
                         " zone "  CUR-ZONE
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_maint_approve: current : zone key "
                         ZIPCODE  " (no row)"
                    UPON  CONS
            END-IF.
            DISPLAY  "symfo_maint_approve: proposed: zone key "
                     ZIPCODE  " territory "  TERRITORY_CODE
                     " zone "  DELIVERY_ZONE
                UPON  CONS.
        SHOW-ZONE-ENTRY-END.
            EXIT.

        FETCH-CURRENT-ZONE SECTION.
      *指定したキーの現在の担当地区・配送ゾーンを読み出す
            SET  ROW-NOT-FOUND  TO  TRUE.
            EXEC SQL
                SELECT 担当地区コード,配送ゾーン
                    INTO :CUR-TERRITORY,:CUR-ZONE
                    FROM POST_CD_ZONE WHERE 郵便番号キー = :ZIPCODE
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                SET  ROW-FOUND  TO  TRUE
            ELSE IF  SQLSTATE  NOT  =  "02000"
                DISPLAY  "symfo_maint_approve: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        FETCH-CURRENT-ZONE-END.
            EXIT.

        FETCH-CURRENT-ROW SECTION.
      *指定した郵便番号の現在の行を読み出す
            SET  ROW-NOT-FOUND  TO  TRUE.
      *する。適用と承認記録は1トランザクションで行い、途中で失敗
      *したらROLLBACKして承認待ちのまま残す
            MOVE  "Y"  TO  WS-APPLY-OK.
            EVALUATE  TRUE
                WHEN  PEND-TARGET  =  "Z"
                    PERFORM APPLY-PENDING-ZONE
                WHEN  PEND-ACTION  =  "A"
                    PERFORM APPLY-PENDING-ADD
                WHEN  PEND-ACTION  =  "C"
                    PERFORM APPLY-PENDING-CHANGE
                WHEN  PEND-ACTION  =  "D"
                    PERFORM APPLY-PENDING-DELETE
                WHEN  OTHER
                    DISPLAY  "symfo_maint_approve: unknown action "
                        UPON  CONS
                    MOVE  "N"  TO  WS-APPLY-OK
            END-EVALUATE.
            IF  APPLY-OK
                AND  PEND-TARGET  NOT  =  "Z"
                PERFORM REFRESH-SEARCH-TOKENS
            END-IF.
            IF  APPLY-OK
                EXEC SQL
                  UPDATE POST_CD_PENDING SET
        APPROVE-AND-APPLY-END.
            EXIT.

        REFRESH-SEARCH-TOKENS SECTION.
      *適用した郵便番号の検索トークンを作り直す(削除の適用ではその
      *郵便番号のトークンが消える)。失敗した場合は適用ごと取り消す
            MOVE  ZIPCODE  TO  TOKEN-LOW-ZIP.
            MOVE  ZIPCODE  TO  TOKEN-HIGH-ZIP.
            CALL  "symfo_token_maint"  USING  TOKEN-PARM.
            IF  NOT  TOKEN-OK
                DISPLAY  "symfo_maint_approve: search token refresh"
                         " failed "  TOKEN-STATUS
                    UPON  CONS
                MOVE  "N"  TO  WS-APPLY-OK
            END-IF.
        REFRESH-SEARCH-TOKENS-END.
            EXIT.

        APPLY-PENDING-ADD SECTION.
      *追加の提案を適用する(既に行がある場合は重複キーで失敗し、
      *承認待ちのまま残る)
        APPLY-PENDING-DELETE-END.
            EXIT.

        APPLY-PENDING-ZONE SECTION.
      *担当地区・配送ゾーン表の提案を適用する。追加は行が既に
      *あれば、変更・削除は行がもう無ければ適用せずに承認待ちの
      *まま残す
            IF  (PEND-ACTION  =  "A"  AND  ROW-FOUND)
                OR  (PEND-ACTION  NOT  =  "A"  AND  ROW-NOT-FOUND)
                DISPLAY  "symfo_maint_approve: zone row changed"
                         " since the request"
                    UPON  CONS
                MOVE  "N"  TO  WS-APPLY-OK
            ELSE IF  PEND-ACTION  =  "A"
                EXEC SQL
                  INSERT INTO POST_CD_ZONE
                      (郵便番号キー,担当地区コード,配送ゾーン,
                       更新日,更新者ID)
                      VALUES (:ZIPCODE,:TERRITORY_CODE,:DELIVERY_ZONE,
                       :WS-RUN-DATE,:WS-OPERATOR-ID)
                END-EXEC
            ELSE IF  PEND-ACTION  =  "C"
                EXEC SQL
                  UPDATE POST_CD_ZONE SET
                      担当地区コード = :TERRITORY_CODE,
                      配送ゾーン = :DELIVERY_ZONE,
                      更新日 = :WS-RUN-DATE,
                      更新者ID = :WS-OPERATOR-ID
                      WHERE 郵便番号キー = :ZIPCODE
                END-EXEC
            ELSE IF  PEND-ACTION  =  "D"
                EXEC SQL
                    DELETE FROM POST_CD_ZONE
                        WHERE 郵便番号キー = :ZIPCODE
                END-EXEC
            ELSE
                DISPLAY  "symfo_maint_approve: unknown action "
                         PEND-ACTION
                    UPON  CONS
                MOVE  "N"  TO  WS-APPLY-OK
            END-IF.
            IF  APPLY-OK
                AND  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_maint_approve: zone update failed "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  "N"  TO  WS-APPLY-OK
            END-IF.
        APPLY-PENDING-ZONE-END.
            EXIT.

        ARCHIVE-APPROVE-HISTORY SECTION.
      *変更・削除の前に、現在の住所と承認者のIDをPOST_CD_HISTORYへ
      *退避する
            EXEC SQL
                DECLARE STALE_CUR CURSOR FOR
                    SELECT 郵便番号,受付日,受付時刻,操作区分,
                           申請者ID,COALESCE(対象区分,'P')
                        FROM POST_CD_PENDING
                        WHERE 状態 = 'P'
                          AND 受付日 <= :WS-CUTOFF-DATE
                EXEC SQL
                    FETCH STALE_CUR INTO
                        :ZIPCODE,:PEND-DATE,:PEND-TIME,
                        :PEND-ACTION,:REQUESTER-ID,:PEND-TARGET
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  PEND-DATE     TO  WS-RPT-DATE
                    MOVE  ZIPCODE       TO  WS-RPT-ZIP
                    MOVE  PEND-ACTION   TO  WS-RPT-ACTION
                    MOVE  REQUESTER-ID  TO  WS-RPT-REQUESTER
                    MOVE  PEND-TARGET   TO  WS-RPT-TARGET
                    MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                    WRITE  RPT-LINE
                    ADD  1  TO  WS-FINDINGS
            EXIT.

        COMPUTE-CUTOFF-DATE SECTION.
      *実行日から滞留の営業日数だけさかのぼった日付を営業日
      *カレンダー(symfo_bizday)で求める。土日・祝日・自社休業日は
      *数えない。カレンダーが読めない・実行年が載っていない場合は
      *警告を表示し、土日だけを除いて数える
            MOVE  WS-RUN-DATE  TO  BIZ-DAY-FROM-DATE.
            MOVE  WS-PENDING-DAYS  TO  BIZ-DAY-COUNT.
            CALL  "symfo_bizday"  USING  BIZ-DAY-PARM.
            IF  BIZ-DAY-NO-CALENDAR
                DISPLAY  "symfo_maint_approve: WARNING business-day"
                         " calendar unreadable, only weekends"
                         " skipped"
                    UPON  CONS
            ELSE IF  BIZ-DAY-YEAR-MISSING
                DISPLAY  "symfo_maint_approve: WARNING business-day"
                         " calendar has no entries for the year,"
                         " only weekends skipped"
                    UPON  CONS
            END-IF.
            MOVE  BIZ-DAY-CUTOFF-DATE  TO  WS-CUTOFF-DATE.
        COMPUTE-CUTOFF-DATE-END.
            EXIT.

        VERIFY-OPERATOR SECTION.
      *受け付けたオペレータIDを登録簿(POST_CD_OPERATOR)と照合する。
      *登録の無いID・停止中のID・有効期間外のID・承認者の権限の
      *無いIDは受け付けない
            MOVE  WS-OPERATOR-ID  TO  OPER-CHK-ID.
            MOVE  "A"             TO  OPER-CHK-ROLE.
            MOVE  WS-RUN-DATE     TO  OPER-CHK-DATE.
            CALL  "symfo_oper_check"  USING  OPER-CHK-PARM.
            IF  OPER-CHK-FAILED
                DISPLAY  "symfo_maint_approve: operator registry lookup"
                         " failed "  OPER-CHK-SQLSTATE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  NOT  OPER-CHK-OK
                DISPLAY  "symfo_maint_approve: operator "
                         WS-OPERATOR-ID
                         " not accepted: "  OPER-CHK-REASON
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            END-IF.
        VERIFY-OPERATOR-END.
            EXIT.

        END PROGRAM symfo_maint_approve.
