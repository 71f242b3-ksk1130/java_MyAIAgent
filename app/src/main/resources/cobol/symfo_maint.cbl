      * ときに初めて適用され、POST_CD_HISTORYへの退避もそのときに
      * 行われる(承認待ちが滞留した場合の夜間報告も
      * symfo_maint_approveのREPORTモードが行う)
      * 郵便番号の入力欄でZを指定すると担当地区・配送ゾーン表
      * (POST_CD_ZONE)の保守になる。キーは7桁の郵便番号か上位桁で、
      * 担当地区コードと配送ゾーンを同じく承認待ちへ積み、
      * symfo_maint_approveの承認で初めて適用する(承認待ちの対象区分
      * P=POST_CD、Z=POST_CD_ZONEで区別する)
      * オペレータIDはオペレータ登録簿(POST_CD_OPERATOR)と照合し、
      * 申請者の権限を持つ有効なIDでなければ保守させない
      * 接続は起動時に1回だけ行い、終了(Q)まで保持する
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_maint.
        01  WS-OPERATOR-ID     PIC X(20).
      *承認待ちへ積む操作区分(A=追加/C=変更/D=削除)
        01  WS-PEND-ACTION     PIC X(1).
      *承認待ちの対象区分(P=POST_CD/Z=POST_CD_ZONE)
        01  WS-PEND-TARGET     PIC X(1).
      *担当地区・配送ゾーン表の1行(キーは郵便番号7桁か上位桁を
      *左詰めにしたもの)
        01  ZONE_KEY           PIC X(7).
        01  TERRITORY_CODE     PIC X(4).
        01  DELIVERY_ZONE      PIC X(3).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *画面から受け付ける郵便番号・操作区分・確認応答
        01  WS-INPUT-ZIPCODE   PIC X(07).
        01  WS-ROW-FOUND       PIC X(01).
          88  ROW-FOUND             VALUE "Y".
          88  ROW-NOT-FOUND         VALUE "N".
      *オペレータ登録簿の照合モジュールの呼び出しインタフェース
            COPY OPER_CHECK.
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC      PIC 9(4)  BINARY  VALUE ZERO.
      *
            EXEC SQL DECLARE
                POST_CD_PENDING TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_ZONE TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *オペレータIDを登録簿と照合し、申請者として使えないIDでは
      *保守させない
            PERFORM VERIFY-OPERATOR.
            IF  WS-PROGRAM-RC  NOT  =  ZERO
                SET  QUIT-REQUESTED  TO  TRUE
            END-IF.

      *郵便番号単位の保守を、終了(Q)が指示されるまで繰り返す
            PERFORM  UNTIL  QUIT-REQUESTED
                PERFORM PROCESS-ONE-ZIPCODE

        PROCESS-ONE-ZIPCODE SECTION.
      *郵便番号を受け付け、現在の行を表示してから操作区分を受け付ける
            DISPLAY  "symfo_maint: zip code (Z=zone Q=quit)?"
                UPON  CONS.
            ACCEPT   WS-INPUT-ZIPCODE              FROM  CONS.
            IF  WS-INPUT-ZIPCODE  =  "Q"
                OR  WS-INPUT-ZIPCODE  =  "q"
                SET  QUIT-REQUESTED  TO  TRUE
            ELSE IF  WS-INPUT-ZIPCODE  =  "Z"
                OR  WS-INPUT-ZIPCODE  =  "z"
                PERFORM PROCESS-ONE-ZONE
            ELSE
                MOVE  WS-INPUT-ZIPCODE  TO  ZIPCODE
                PERFORM FETCH-CURRENT-ROW
        PROCESS-ONE-ZIPCODE-END.
            EXIT.

        PROCESS-ONE-ZONE SECTION.
      *担当地区・配送ゾーン表の保守。キー(郵便番号7桁か上位桁)を
      *受け付け、現在の行を表示してから操作区分を受け付ける。確認
      *した操作は郵便番号の保守と同じく承認待ちへ積む
            DISPLAY  "symfo_maint: zone key (zip or leading digits)?"
                UPON  CONS.
            ACCEPT   WS-INPUT-ZIPCODE  FROM  CONS.
            MOVE     WS-INPUT-ZIPCODE  TO    ZONE_KEY.
            PERFORM FETCH-CURRENT-ZONE.
            IF  ROW-FOUND
                PERFORM DISPLAY-CURRENT-ZONE
                DISPLAY  "symfo_maint: action?"
                         " (C=change D=delete X=cancel)"
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_maint: zone key not registered: "
                         ZONE_KEY
                    UPON  CONS
                DISPLAY  "symfo_maint: action? (A=add X=cancel)"
                    UPON  CONS
            END-IF.
            ACCEPT  WS-ACTION  FROM  CONS.
            IF  WS-ACTION  =  "a"
                MOVE  "A"  TO  WS-ACTION
            END-IF.
            IF  WS-ACTION  =  "c"
                MOVE  "C"  TO  WS-ACTION
            END-IF.
            IF  WS-ACTION  =  "d"
                MOVE  "D"  TO  WS-ACTION
            END-IF.
      *行が無いのに変更・削除、行があるのに追加は受け付けない
            IF  (ACTION-ADD  AND  ROW-FOUND)
                OR  ((ACTION-CHANGE  OR  ACTION-DELETE)
                     AND  ROW-NOT-FOUND)
                DISPLAY  "symfo_maint: action not valid for"
                         " this zone key"
                    UPON  CONS
            ELSE IF  ACTION-ADD  OR  ACTION-CHANGE
                DISPLAY  "symfo_maint: territory code?"  UPON  CONS
                ACCEPT   TERRITORY_CODE                 FROM  CONS
                DISPLAY  "symfo_maint: delivery zone?"   UPON  CONS
                ACCEPT   DELIVERY_ZONE                  FROM  CONS
                PERFORM CONFIRM-AND-QUEUE-ZONE
            ELSE IF  ACTION-DELETE
                PERFORM CONFIRM-AND-QUEUE-ZONE
            END-IF.
        PROCESS-ONE-ZONE-END.
            EXIT.

        FETCH-CURRENT-ZONE SECTION.
      *指定したキーの担当地区・配送ゾーンを読み出す
            SET  ROW-NOT-FOUND  TO  TRUE.
            EXEC SQL
                SELECT 担当地区コード,配送ゾーン
                    INTO :TERRITORY_CODE,:DELIVERY_ZONE
                    FROM POST_CD_ZONE WHERE 郵便番号キー = :ZONE_KEY
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                SET  ROW-FOUND  TO  TRUE
            ELSE IF  SQLSTATE  NOT  =  "02000"
                DISPLAY  "symfo_maint: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        FETCH-CURRENT-ZONE-END.
            EXIT.

        DISPLAY-CURRENT-ZONE SECTION.
      *担当地区・配送ゾーン表の行を表示する
            DISPLAY  "symfo_maint: zone key  : "  ZONE_KEY
                UPON  CONS.
            DISPLAY  "symfo_maint: territory : "  TERRITORY_CODE
                UPON  CONS.
            DISPLAY  "symfo_maint: zone      : "  DELIVERY_ZONE
                UPON  CONS.
        DISPLAY-CURRENT-ZONE-END.
            EXIT.

        CONFIRM-AND-QUEUE-ZONE SECTION.
      *入力した内容(削除は現在の行)を再表示し、確認が取れた場合
      *だけ承認待ちへ積む。住所の各列は空白のまま積む
            PERFORM DISPLAY-CURRENT-ZONE.
            DISPLAY  "symfo_maint: queue this zone "  WS-ACTION
                     " for approval? (Y/N)"
                UPON  CONS.
            ACCEPT   WS-CONFIRM  FROM  CONS.
            IF  WS-CONFIRM  NOT  =  "Y"  AND  WS-CONFIRM  NOT  =  "y"
                DISPLAY  "symfo_maint: cancelled"  UPON  CONS
            ELSE
                MOVE  WS-ACTION  TO  WS-PEND-ACTION
                MOVE  ZONE_KEY   TO  ZIPCODE
                MOVE  SPACES     TO  ADDRESS_NAME
                MOVE  SPACES     TO  PREF_CODE
                MOVE  SPACES     TO  PREF_NAME
                MOVE  SPACES     TO  PREF_KANA
                MOVE  SPACES     TO  CITY_NAME
                MOVE  SPACES     TO  CITY_KANA
                MOVE  SPACES     TO  TOWN_NAME
                MOVE  SPACES     TO  TOWN_KANA
                MOVE  "Z"        TO  WS-PEND-TARGET
                PERFORM QUEUE-PENDING-ENTRY
            END-IF.
        CONFIRM-AND-QUEUE-ZONE-END.
            EXIT.

        FETCH-CURRENT-ROW SECTION.
      *指定した郵便番号の全列を読み出す
            SET  ROW-NOT-FOUND  TO  TRUE.
                DISPLAY  "symfo_maint: cancelled"  UPON  CONS
            ELSE
                MOVE  "A"  TO  WS-PEND-ACTION
                MOVE  "P"  TO  WS-PEND-TARGET
                MOVE  SPACES  TO  TERRITORY_CODE
                MOVE  SPACES  TO  DELIVERY_ZONE
                PERFORM QUEUE-PENDING-ENTRY
            END-IF.
        CONFIRM-AND-ADD-END.
                DISPLAY  "symfo_maint: cancelled"  UPON  CONS
            ELSE
                MOVE  "C"  TO  WS-PEND-ACTION
                MOVE  "P"  TO  WS-PEND-TARGET
                MOVE  SPACES  TO  TERRITORY_CODE
                MOVE  SPACES  TO  DELIVERY_ZONE
                PERFORM QUEUE-PENDING-ENTRY
            END-IF.
        CONFIRM-AND-CHANGE-END.
                DISPLAY  "symfo_maint: cancelled"  UPON  CONS
            ELSE
                MOVE  "D"  TO  WS-PEND-ACTION
                MOVE  "P"  TO  WS-PEND-TARGET
                MOVE  SPACES  TO  TERRITORY_CODE
                MOVE  SPACES  TO  DELIVERY_ZONE
                PERFORM QUEUE-PENDING-ENTRY
            END-IF.
        CONFIRM-AND-DELETE-END.
                  (郵便番号,受付日,受付時刻,操作区分,
                   住所,都道府県コード,都道府県名,都道府県名カナ,
                   市区町村名,市区町村名カナ,町域名,町域名カナ,
                   申請者ID,状態,
                   対象区分,担当地区コード,配送ゾーン)
                  VALUES (:ZIPCODE,:WS-RUN-DATE,:WS-RUN-TIME,
                   :WS-PEND-ACTION,
                   :ADDRESS_NAME,:PREF_CODE,:PREF_NAME,:PREF_KANA,
                   :CITY_NAME,:CITY_KANA,:TOWN_NAME,:TOWN_KANA,
                   :WS-OPERATOR-ID,'P',
                   :WS-PEND-TARGET,:TERRITORY_CODE,:DELIVERY_ZONE)
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL COMMIT WORK END-EXEC
        QUEUE-PENDING-ENTRY-END.
            EXIT.

        VERIFY-OPERATOR SECTION.
      *受け付けたオペレータIDを登録簿(POST_CD_OPERATOR)と照合する。
      *登録の無いID・停止中のID・有効期間外のID・申請者の権限の
      *無いIDは受け付けない
            MOVE  WS-OPERATOR-ID  TO  OPER-CHK-ID.
            MOVE  "R"             TO  OPER-CHK-ROLE.
            MOVE  WS-RUN-DATE     TO  OPER-CHK-DATE.
            CALL  "symfo_oper_check"  USING  OPER-CHK-PARM.
            IF  OPER-CHK-FAILED
                DISPLAY  "symfo_maint: operator registry lookup"
                         " failed "  OPER-CHK-SQLSTATE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  NOT  OPER-CHK-OK
                DISPLAY  "symfo_maint: operator "  WS-OPERATOR-ID
                         " not accepted: "  OPER-CHK-REASON
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            END-IF.
        VERIFY-OPERATOR-END.
            EXIT.

        END PROGRAM symfo_maint.
