      *>symfo_oper_admin
      * オペレータ登録簿(POST_CD_OPERATOR)の保守と、四半期ごとの
      * アクセス報告を行うプログラム。
      * 既定(SYMFO_OPERATOR_MODE未設定)は対話の保守で、起動時に管理者
      * のオペレータIDを受け付け(登録簿で管理者の権限を持つ有効なID
      * でなければ保守させない)、オペレータIDを指定して現在の登録内容
      * を表示したうえで、追加(A)/変更(C)/停止(S)/再開(R)を受け
      * 付ける。登録簿の行は削除せず、使わなくなったIDは停止するか
      * 有効終了日を設定する(過去の申請・承認の記録と突き合わせる
      * ため)。管理者は自分自身の行を変えられない(自分に権限を付け
      * られないようにするため)。最初の管理者はデータベース管理者が
      * 直接登録する。
      * SYMFO_OPERATOR_MODE=REPORTを指定すると対話せず、対象四半期
      * (SYMFO_ACCESS_QUARTER。YYYYQの5桁で、例えば20263は2026年の
      * 7~9月。未設定は実行日の前の四半期)のアクセス報告を報告
      * ファイル(既定はoper_access.rpt。SYMFO_REPORT_FILEで差し替え
      * 可能)へ書き出す(内部監査向け):
      *   ・登録簿の全オペレータについて、状態・有効期間・権限と、
      *     その四半期の操作(POST_CD_PENDINGの申請・承認/否認、
      *     POST_CD_HISTORYへの退避)の一覧と件数。権限の無い操作・
      *     有効期間外の操作は行頭に*を付けて例外とする(権限は報告
      *     時点の登録内容で判定する)
      *   ・その四半期に操作の記録があるのに登録簿に無いID。先頭が*
      *     のID(*LOAD*・*BATCH*・*REPAIR*等のバッチの固定値)は
      *     一覧に載せるだけで例外にはしない
      * 例外が1件でもあればPROGRAM-STATUSを4にする
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_oper_admin.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *アクセス報告の報告ファイル(既定はoper_access.rpt。
      *SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *アクセス報告のレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *実行日と、報告する四半期の初日・末日
        01 WS-RUN-DATE      PIC 9(8).
        01 WS-FROM-DATE     PIC 9(8).
        01 WS-TO-DATE       PIC 9(8).
      *操作の記録(申請・承認/否認・退避)の各項目
        01 ACT-DATE         PIC 9(8).
        01 ACT-KIND         PIC X(8).
        01 ACT-ZIPCODE      PIC X(7).
        01 ACT-ACTION       PIC X(1).
        01 ACT-STATE        PIC X(1).
        01 ACT-COUNT        PIC 9(7).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *オペレータ登録簿のホスト変数
            COPY OPERATOR_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *オペレータ登録簿の照合モジュールの呼び出しインタフェース
            COPY OPER_CHECK.
      *ファイルのステータス変数
        01  RPTF-FST               PIC X(02).
      *報告ファイル名(既定はoper_access.rpt)
        01  WS-REPORT-FILE         PIC X(100)
                                    VALUE "oper_access.rpt".
        01  WORK                   PIC X(100).
      *動作モード(未設定=対話保守。REPORTを指定するとアクセス報告)
        01  WS-OPERATOR-MODE       PIC X(10)  VALUE SPACES.
          88  REPORT-MODE               VALUE "REPORT".
      *報告する四半期(YYYYQ。ACCEPT ... FROM ENVIRONMENT-VALUEは右側
      *を空白で埋めるため、数値項目へ一旦MOVEしてから判定する)
        01  WS-QUARTER-X           PIC X(5).
        01  WS-QUARTER-N           PIC 9(5)  BINARY.
        01  WS-QTR-YEAR            PIC 9(4)  BINARY.
        01  WS-QTR-NO              PIC 9(1)  BINARY.
        01  WS-RUN-MONTH           PIC 9(2)  BINARY.
        01  WS-RUN-YEAR            PIC 9(4)  BINARY.
        01  WS-DATE-WORK           PIC 9(8)  BINARY.
      *保守する管理者と、保守対象のオペレータID
        01  WS-ADMIN-ID            PIC X(20).
        01  WS-TARGET-ID           PIC X(20).
      *画面から受け付ける操作区分・日付・権限
        01  WS-ACTION              PIC X(01).
          88  ACTION-ADD                VALUE "A".
          88  ACTION-CHANGE             VALUE "C".
          88  ACTION-SUSPEND            VALUE "S".
          88  ACTION-REACTIVATE         VALUE "R".
        01  WS-DATE-IN             PIC X(08).
        01  WS-FLAG-IN             PIC X(01).
        01  WS-NAME-IN             PIC N(20).
      *入力の誤り(Y=誤りがあり登録しない)
        01  WS-INPUT-ERROR         PIC X(01).
          88  INPUT-ERROR               VALUE "Y".
      *対話ループの終了判定(Y=終了)
        01  WS-QUIT                PIC X(01)  VALUE "N".
          88  QUIT-REQUESTED            VALUE "Y".
      *指定したオペレータIDが登録簿にあるかどうか(Y=ある)
        01  WS-ROW-FOUND           PIC X(01).
          88  ROW-FOUND                 VALUE "Y".
      *カーソルのFETCHループの終了判定
        01  WS-FETCH-DONE          PIC X(01)  VALUE "N".
          88  FETCH-DONE                VALUE "Y".
        01  WS-ACT-FETCH-DONE      PIC X(01).
          88  ACT-FETCH-DONE            VALUE "Y".
      *オペレータ1人分の操作件数
        01  WS-REQUESTS            PIC 9(7)  BINARY.
        01  WS-REVIEWS             PIC 9(7)  BINARY.
        01  WS-HISTORIES           PIC 9(7)  BINARY.
      *報告の集計(読んだオペレータ数、書いた操作行数、例外件数)
        01  WS-OPERATORS-READ      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ACTIONS-WRITTEN     PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-EXCEPTIONS          PIC 9(7)  BINARY  VALUE ZERO.
      *報告の見出し行
        01  WS-RPT-HEAD.
          02  FILLER               PIC X(42)
              VALUE "symfo_oper_admin: operator access report ".
          02  WS-RPT-HEAD-YEAR     PIC 9(4).
          02  FILLER               PIC X(1)   VALUE "Q".
          02  WS-RPT-HEAD-QTR      PIC 9(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-HEAD-FROM     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE "-".
          02  WS-RPT-HEAD-TO       PIC 9(8).
      *オペレータの登録内容の行(権限はR/A/D/Mの位置に文字、無ければ-)
        01  WS-RPT-OPER.
          02  FILLER               PIC X(9)   VALUE "OPERATOR ".
          02  WS-RPT-OPER-ID       PIC X(20).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-OPER-NAME     PIC N(20).
          02  FILLER               PIC X(8)   VALUE " STATUS=".
          02  WS-RPT-OPER-STATUS   PIC X(1).
          02  FILLER               PIC X(7)   VALUE " VALID=".
          02  WS-RPT-OPER-FROM     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE "-".
          02  WS-RPT-OPER-TO       PIC 9(8).
          02  FILLER               PIC X(7)   VALUE " ROLES=".
          02  WS-RPT-OPER-ROLES.
            03  WS-RPT-ROLE-R      PIC X(1).
            03  WS-RPT-ROLE-A      PIC X(1).
            03  WS-RPT-ROLE-D      PIC X(1).
            03  WS-RPT-ROLE-M      PIC X(1).
      *操作1件の行
        01  WS-RPT-ACT.
          02  WS-RPT-ACT-FLAG      PIC X(2).
          02  FILLER               PIC X(4)   VALUE SPACES.
          02  WS-RPT-ACT-DATE      PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-ACT-KIND      PIC X(8).
          02  FILLER               PIC X(5)   VALUE " ZIP=".
          02  WS-RPT-ACT-ZIP       PIC X(7).
          02  FILLER               PIC X(8)   VALUE " ACTION=".
          02  WS-RPT-ACT-ACTION    PIC X(1).
          02  FILLER               PIC X(7)   VALUE " STATE=".
          02  WS-RPT-ACT-STATE     PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-ACT-NOTE      PIC X(40).
      *オペレータ1人分の件数の行
        01  WS-RPT-COUNT.
          02  FILLER               PIC X(15)
              VALUE "      REQUESTS=".
          02  WS-RPT-CNT-REQ       PIC Z(6)9.
          02  FILLER               PIC X(9)   VALUE " REVIEWS=".
          02  WS-RPT-CNT-REV       PIC Z(6)9.
          02  FILLER               PIC X(9)   VALUE " HISTORY=".
          02  WS-RPT-CNT-HIS       PIC Z(6)9.
      *登録簿に無いIDの行
        01  WS-RPT-UNREG.
          02  WS-RPT-UNREG-FLAG    PIC X(2).
          02  FILLER               PIC X(4)   VALUE SPACES.
          02  WS-RPT-UNREG-ID      PIC X(20).
          02  FILLER               PIC X(8)   VALUE " SOURCE=".
          02  WS-RPT-UNREG-KIND    PIC X(8).
          02  FILLER               PIC X(9)   VALUE " ACTIONS=".
          02  WS-RPT-UNREG-COUNT   PIC Z(6)9.
      *報告の末尾の例外件数の行
        01  WS-RPT-TRAILER.
          02  FILLER               PIC X(11)  VALUE "EXCEPTIONS=".
          02  WS-RPT-TRL-COUNT     PIC 9(7).
      *プログラムの終了コード。正常は0、報告の例外ありは4、引数不正・
      *権限不足は8、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *動作モード(未設定=対話保守。REPORT=アクセス報告)
            DISPLAY  "SYMFO_OPERATOR_MODE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-OPERATOR-MODE      FROM  ENVIRONMENT-VALUE.

      *実行日を取得しておく(有効期間の判定・更新日・四半期の既定値用)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.

      *対話保守では管理者のオペレータIDを受け付ける(空白のままでは
      *保守させない)
            IF  NOT  REPORT-MODE
                DISPLAY  "symfo_oper_admin: administrator operator id?"
                    UPON  CONS
                ACCEPT   WS-ADMIN-ID  FROM  CONS
                IF  WS-ADMIN-ID  =  SPACES
                    DISPLAY  "symfo_oper_admin: operator id is"
                             " required"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
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
                POST_CD_OPERATOR TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_PENDING TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_HISTORY TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

            IF  REPORT-MODE
                PERFORM REPORT-OPERATOR-ACCESS
            ELSE
                PERFORM MAINTAIN-REGISTRY
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        MAINTAIN-REGISTRY SECTION.
      *管理者の権限を確かめてから、オペレータ単位の保守を終了(空白)
      *が指示されるまで繰り返す
            MOVE  WS-ADMIN-ID  TO  OPER-CHK-ID.
            MOVE  "M"          TO  OPER-CHK-ROLE.
            MOVE  WS-RUN-DATE  TO  OPER-CHK-DATE.
            CALL  "symfo_oper_check"  USING  OPER-CHK-PARM.
            IF  OPER-CHK-FAILED
                DISPLAY  "symfo_oper_admin: operator registry lookup"
                         " failed "  OPER-CHK-SQLSTATE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  NOT  OPER-CHK-OK
                DISPLAY  "symfo_oper_admin: operator "  WS-ADMIN-ID
                         " not accepted: "  OPER-CHK-REASON
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  UNTIL  QUIT-REQUESTED
                    PERFORM MAINTAIN-ONE-OPERATOR
                END-PERFORM
            END-IF.
        MAINTAIN-REGISTRY-END.
            EXIT.

        MAINTAIN-ONE-OPERATOR SECTION.
      *オペレータIDを1件受け付け、登録内容を表示して操作を受け付ける
            DISPLAY  "symfo_oper_admin: operator id to maintain"
                     " (blank=quit)?"
                UPON  CONS.
            ACCEPT   WS-TARGET-ID  FROM  CONS.
            IF  WS-TARGET-ID  =  SPACES
                SET  QUIT-REQUESTED  TO  TRUE
            ELSE IF  WS-TARGET-ID  =  WS-ADMIN-ID
                DISPLAY  "symfo_oper_admin: an administrator cannot"
                         " change their own entry"
                    UPON  CONS
            ELSE
                PERFORM FETCH-OPERATOR-ROW
                IF  ROW-FOUND
                    PERFORM SHOW-OPERATOR-ROW
                    DISPLAY  "symfo_oper_admin: C=change S=suspend"
                             " R=reactivate X=cancel?"
                        UPON  CONS
                ELSE
                    DISPLAY  "symfo_oper_admin: "  WS-TARGET-ID
                             " not registered"
                        UPON  CONS
                    DISPLAY  "symfo_oper_admin: A=add X=cancel?"
                        UPON  CONS
                END-IF
                ACCEPT   WS-ACTION  FROM  CONS
                EVALUATE  TRUE
                    WHEN  ACTION-ADD  AND  NOT  ROW-FOUND
                        PERFORM ADD-OPERATOR
                    WHEN  ACTION-CHANGE  AND  ROW-FOUND
                        PERFORM CHANGE-OPERATOR
                    WHEN  ACTION-SUSPEND  AND  ROW-FOUND
                        MOVE  "S"  TO  OPER-STATUS
                        PERFORM UPDATE-OPERATOR-ROW
                    WHEN  ACTION-REACTIVATE  AND  ROW-FOUND
                        MOVE  "A"  TO  OPER-STATUS
                        PERFORM UPDATE-OPERATOR-ROW
                    WHEN  OTHER
                        DISPLAY  "symfo_oper_admin: cancelled"
                            UPON  CONS
                END-EVALUATE
            END-IF.
        MAINTAIN-ONE-OPERATOR-END.
            EXIT.

        FETCH-OPERATOR-ROW SECTION.
      *指定したオペレータIDの登録内容を読む
            MOVE  WS-TARGET-ID  TO  OPER-ID.
            MOVE  "N"  TO  WS-ROW-FOUND.
            EXEC SQL
                SELECT オペレータ名,状態,有効開始日,有効終了日,
                       申請者権限,承認者権限,処置担当権限,管理者権限,
                       更新者ID,更新日
                    INTO :OPER-NAME,:OPER-STATUS,:OPER-FROM-DATE,
                         :OPER-TO-DATE,:OPER-REQUESTER,:OPER-APPROVER,
                         :OPER-CLERK,:OPER-ADMIN,
                         :OPER-UPDATED-BY,:OPER-UPDATED-DATE
                    FROM POST_CD_OPERATOR
                    WHERE オペレータID = :OPER-ID
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                SET  ROW-FOUND  TO  TRUE
            ELSE IF  SQLSTATE  NOT  =  "02000"
                DISPLAY  "symfo_oper_admin: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  QUIT-REQUESTED  TO  TRUE
            END-IF.
        FETCH-OPERATOR-ROW-END.
            EXIT.

        SHOW-OPERATOR-ROW SECTION.
      *登録内容を表示する
            DISPLAY  "symfo_oper_admin: "  OPER-ID
                     " name "  OPER-NAME
                UPON  CONS.
            DISPLAY  "symfo_oper_admin: status "  OPER-STATUS
                     " valid "  OPER-FROM-DATE  "-"  OPER-TO-DATE
                UPON  CONS.
            DISPLAY  "symfo_oper_admin: requester "  OPER-REQUESTER
                     " approver "  OPER-APPROVER
                     " clerk "  OPER-CLERK
                     " admin "  OPER-ADMIN
                UPON  CONS.
            DISPLAY  "symfo_oper_admin: last updated by "
                     OPER-UPDATED-BY  " on "  OPER-UPDATED-DATE
                UPON  CONS.
        SHOW-OPERATOR-ROW-END.
            EXIT.

        ADD-OPERATOR SECTION.
      *新しいオペレータを登録する。有効開始日の既定は実行日、有効
      *終了日の既定は無期限、権限の既定はすべて無し
            MOVE  SPACES       TO  OPER-NAME.
            MOVE  "A"          TO  OPER-STATUS.
            MOVE  WS-RUN-DATE  TO  OPER-FROM-DATE.
            MOVE  99999999     TO  OPER-TO-DATE.
            MOVE  "N"          TO  OPER-REQUESTER.
            MOVE  "N"          TO  OPER-APPROVER.
            MOVE  "N"          TO  OPER-CLERK.
            MOVE  "N"          TO  OPER-ADMIN.
            PERFORM PROMPT-OPERATOR-FIELDS.
            IF  NOT  INPUT-ERROR
                MOVE  WS-ADMIN-ID  TO  OPER-UPDATED-BY
                MOVE  WS-RUN-DATE  TO  OPER-UPDATED-DATE
                EXEC SQL
                  INSERT INTO POST_CD_OPERATOR
                      (オペレータID,オペレータ名,状態,
                       有効開始日,有効終了日,
                       申請者権限,承認者権限,処置担当権限,管理者権限,
                       更新者ID,更新日)
                      VALUES (:OPER-ID,:OPER-NAME,:OPER-STATUS,
                       :OPER-FROM-DATE,:OPER-TO-DATE,
                       :OPER-REQUESTER,:OPER-APPROVER,:OPER-CLERK,
                       :OPER-ADMIN,:OPER-UPDATED-BY,:OPER-UPDATED-DATE)
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    EXEC SQL COMMIT WORK END-EXEC
                    DISPLAY  "symfo_oper_admin: operator added "
                             OPER-ID
                        UPON  CONS
                ELSE
                    DISPLAY  "symfo_oper_admin: operator insert"
                             " failed "  SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        ADD-OPERATOR-END.
            EXIT.

        CHANGE-OPERATOR SECTION.
      *登録内容を変更する(空白のまま入力した項目は変えない)
            PERFORM PROMPT-OPERATOR-FIELDS.
            IF  NOT  INPUT-ERROR
                PERFORM UPDATE-OPERATOR-ROW
            END-IF.
        CHANGE-OPERATOR-END.
            EXIT.

        PROMPT-OPERATOR-FIELDS SECTION.
      *名前・有効期間・権限を受け付ける。空白は現在の値(追加では
      *既定値)のまま。日付が数字8桁でない、開始日が終了日より後、
      *権限がY/N以外の場合は登録しない
            MOVE  "N"  TO  WS-INPUT-ERROR.
            DISPLAY  "symfo_oper_admin: name?"  UPON  CONS.
            MOVE  SPACES  TO  WS-NAME-IN.
            ACCEPT   WS-NAME-IN  FROM  CONS.
            IF  WS-NAME-IN  NOT  =  SPACES
                MOVE  WS-NAME-IN  TO  OPER-NAME
            END-IF.
            DISPLAY  "symfo_oper_admin: valid from (YYYYMMDD)?"
                UPON  CONS.
            MOVE  SPACES  TO  WS-DATE-IN.
            ACCEPT   WS-DATE-IN  FROM  CONS.
            IF  WS-DATE-IN  NOT  =  SPACES
                IF  WS-DATE-IN  IS  NUMERIC
                    MOVE  WS-DATE-IN  TO  OPER-FROM-DATE
                ELSE
                    SET  INPUT-ERROR  TO  TRUE
                END-IF
            END-IF.
            DISPLAY  "symfo_oper_admin: valid to (YYYYMMDD,"
                     " 99999999=open)?"
                UPON  CONS.
            MOVE  SPACES  TO  WS-DATE-IN.
            ACCEPT   WS-DATE-IN  FROM  CONS.
            IF  WS-DATE-IN  NOT  =  SPACES
                IF  WS-DATE-IN  IS  NUMERIC
                    MOVE  WS-DATE-IN  TO  OPER-TO-DATE
                ELSE
                    SET  INPUT-ERROR  TO  TRUE
                END-IF
            END-IF.
            DISPLAY  "symfo_oper_admin: requester role (Y/N)?"
                UPON  CONS.
            PERFORM ACCEPT-ROLE-FLAG.
            IF  WS-FLAG-IN  NOT  =  SPACE
                MOVE  WS-FLAG-IN  TO  OPER-REQUESTER
            END-IF.
            DISPLAY  "symfo_oper_admin: approver role (Y/N)?"
                UPON  CONS.
            PERFORM ACCEPT-ROLE-FLAG.
            IF  WS-FLAG-IN  NOT  =  SPACE
                MOVE  WS-FLAG-IN  TO  OPER-APPROVER
            END-IF.
            DISPLAY  "symfo_oper_admin: disposition clerk role"
                     " (Y/N)?"
                UPON  CONS.
            PERFORM ACCEPT-ROLE-FLAG.
            IF  WS-FLAG-IN  NOT  =  SPACE
                MOVE  WS-FLAG-IN  TO  OPER-CLERK
            END-IF.
            DISPLAY  "symfo_oper_admin: administrator role (Y/N)?"
                UPON  CONS.
            PERFORM ACCEPT-ROLE-FLAG.
            IF  WS-FLAG-IN  NOT  =  SPACE
                MOVE  WS-FLAG-IN  TO  OPER-ADMIN
            END-IF.
            IF  NOT  INPUT-ERROR
                AND  OPER-FROM-DATE  >  OPER-TO-DATE
                SET  INPUT-ERROR  TO  TRUE
            END-IF.
            IF  INPUT-ERROR
                DISPLAY  "symfo_oper_admin: invalid date or role"
                         " flag, nothing changed"
                    UPON  CONS
            END-IF.
        PROMPT-OPERATOR-FIELDS-END.
            EXIT.

        ACCEPT-ROLE-FLAG SECTION.
      *権限1つの入力を受け付ける(小文字は大文字へ揃え、Y/N/空白
      *以外は入力の誤りとする)
            MOVE  SPACE  TO  WS-FLAG-IN.
            ACCEPT   WS-FLAG-IN  FROM  CONS.
            IF  WS-FLAG-IN  =  "y"
                MOVE  "Y"  TO  WS-FLAG-IN
            ELSE IF  WS-FLAG-IN  =  "n"
                MOVE  "N"  TO  WS-FLAG-IN
            END-IF.
            IF  WS-FLAG-IN  NOT  =  "Y"
                AND  WS-FLAG-IN  NOT  =  "N"
                AND  WS-FLAG-IN  NOT  =  SPACE
                SET  INPUT-ERROR  TO  TRUE
            END-IF.
        ACCEPT-ROLE-FLAG-END.
            EXIT.

        UPDATE-OPERATOR-ROW SECTION.
      *登録内容を書き換え、更新者と更新日を記録する
            MOVE  WS-ADMIN-ID  TO  OPER-UPDATED-BY.
            MOVE  WS-RUN-DATE  TO  OPER-UPDATED-DATE.
            EXEC SQL
              UPDATE POST_CD_OPERATOR SET
                  オペレータ名 = :OPER-NAME,
                  状態 = :OPER-STATUS,
                  有効開始日 = :OPER-FROM-DATE,
                  有効終了日 = :OPER-TO-DATE,
                  申請者権限 = :OPER-REQUESTER,
                  承認者権限 = :OPER-APPROVER,
                  処置担当権限 = :OPER-CLERK,
                  管理者権限 = :OPER-ADMIN,
                  更新者ID = :OPER-UPDATED-BY,
                  更新日 = :OPER-UPDATED-DATE
                  WHERE オペレータID = :OPER-ID
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL COMMIT WORK END-EXEC
                DISPLAY  "symfo_oper_admin: operator updated "
                         OPER-ID
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_oper_admin: operator update failed "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                EXEC SQL ROLLBACK WORK END-EXEC
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
        UPDATE-OPERATOR-ROW-END.
            EXIT.

        REPORT-OPERATOR-ACCESS SECTION.
      *対象四半期のアクセス報告を書き出す
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
            PERFORM SET-REPORT-QUARTER.
            IF  WS-PROGRAM-RC  =  ZERO
                OPEN  OUTPUT  RPTF
                IF  RPTF-FST  NOT  =  "00"
                    DISPLAY  "symfo_oper_admin: report open error"
                             " FST="  RPTF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    MOVE  WS-QTR-YEAR   TO  WS-RPT-HEAD-YEAR
                    MOVE  WS-QTR-NO     TO  WS-RPT-HEAD-QTR
                    MOVE  WS-FROM-DATE  TO  WS-RPT-HEAD-FROM
                    MOVE  WS-TO-DATE    TO  WS-RPT-HEAD-TO
                    MOVE  WS-RPT-HEAD   TO  RPT-LINE
                    WRITE  RPT-LINE
                    PERFORM REPORT-REGISTERED-OPERATORS
                    PERFORM REPORT-UNREGISTERED-IDS
                    MOVE  WS-EXCEPTIONS   TO  WS-RPT-TRL-COUNT
                    MOVE  WS-RPT-TRAILER  TO  RPT-LINE
                    WRITE  RPT-LINE
                    CLOSE  RPTF
                END-IF
            END-IF.
            DISPLAY  "symfo_oper_admin: read="  WS-OPERATORS-READ
                     " written="  WS-ACTIONS-WRITTEN
                     " exceptions="  WS-EXCEPTIONS
                UPON  CONS.
      *例外が1件でもあれば0以外で終了する(symfo_job.shが検知する)
            IF  WS-PROGRAM-RC  =  ZERO
                AND  WS-EXCEPTIONS  NOT  =  ZERO
                MOVE  4  TO  WS-PROGRAM-RC
            END-IF.
        REPORT-OPERATOR-ACCESS-END.
            EXIT.

        SET-REPORT-QUARTER SECTION.
      *報告する四半期の初日と末日を決める(指定が無ければ実行日の
      *前の四半期)
            DISPLAY  "SYMFO_ACCESS_QUARTER"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-QUARTER-X           FROM  ENVIRONMENT-VALUE.
            MOVE  WS-QUARTER-X  TO  WS-QUARTER-N.
            IF  WS-QUARTER-N  NOT  =  ZERO
                DIVIDE  WS-QUARTER-N  BY  10
                    GIVING  WS-QTR-YEAR  REMAINDER  WS-QTR-NO
            ELSE
                DIVIDE  WS-RUN-DATE  BY  10000  GIVING  WS-RUN-YEAR
                COMPUTE  WS-DATE-WORK  =  WS-RUN-DATE / 100
                DIVIDE  WS-DATE-WORK  BY  100
                    GIVING  WS-DATE-WORK  REMAINDER  WS-RUN-MONTH
                COMPUTE  WS-QTR-NO  =  (WS-RUN-MONTH - 1) / 3
                IF  WS-QTR-NO  =  ZERO
                    COMPUTE  WS-QTR-YEAR  =  WS-RUN-YEAR - 1
                    MOVE  4  TO  WS-QTR-NO
                ELSE
                    MOVE  WS-RUN-YEAR  TO  WS-QTR-YEAR
                END-IF
            END-IF.
            IF  WS-QTR-NO  <  1  OR  WS-QTR-NO  >  4
                DISPLAY  "symfo_oper_admin: SYMFO_ACCESS_QUARTER must"
                         " be YYYYQ (Q=1-4)"
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            ELSE
                COMPUTE  WS-FROM-DATE  =  WS-QTR-YEAR * 10000
                    + ((WS-QTR-NO - 1) * 3 + 1) * 100 + 1
                COMPUTE  WS-TO-DATE  =  WS-QTR-YEAR * 10000
                    + WS-QTR-NO * 3 * 100 + 31
            END-IF.
        SET-REPORT-QUARTER-END.
            EXIT.

        REPORT-REGISTERED-OPERATORS SECTION.
      *登録簿の全オペレータについて登録内容と四半期の操作を書く
            MOVE  "SECTION 1: REGISTERED OPERATORS AND THEIR ACTIONS"
                TO  RPT-LINE.
            WRITE  RPT-LINE.
            EXEC SQL
                DECLARE OPER_CUR CURSOR FOR
                    SELECT オペレータID,オペレータ名,状態,
                           有効開始日,有効終了日,
                           申請者権限,承認者権限,処置担当権限,
                           管理者権限
                        FROM POST_CD_OPERATOR
                        ORDER BY オペレータID
            END-EXEC.
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN OPER_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_oper_admin: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH OPER_CUR INTO
                        :OPER-ID,:OPER-NAME,:OPER-STATUS,
                        :OPER-FROM-DATE,:OPER-TO-DATE,
                        :OPER-REQUESTER,:OPER-APPROVER,:OPER-CLERK,
                        :OPER-ADMIN
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  WS-OPERATORS-READ
                    PERFORM REPORT-ONE-OPERATOR
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_oper_admin: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE OPER_CUR END-EXEC.
        REPORT-REGISTERED-OPERATORS-END.
            EXIT.

        REPORT-ONE-OPERATOR SECTION.
      *オペレータ1人の登録内容の行と、四半期の操作の行・件数を書く
            MOVE  OPER-ID         TO  WS-RPT-OPER-ID.
            MOVE  OPER-NAME       TO  WS-RPT-OPER-NAME.
            MOVE  OPER-STATUS     TO  WS-RPT-OPER-STATUS.
            MOVE  OPER-FROM-DATE  TO  WS-RPT-OPER-FROM.
            MOVE  OPER-TO-DATE    TO  WS-RPT-OPER-TO.
            MOVE  ALL  "-"        TO  WS-RPT-OPER-ROLES.
            IF  OPER-REQUESTER  =  "Y"
                MOVE  "R"  TO  WS-RPT-ROLE-R
            END-IF.
            IF  OPER-APPROVER  =  "Y"
                MOVE  "A"  TO  WS-RPT-ROLE-A
            END-IF.
            IF  OPER-CLERK  =  "Y"
                MOVE  "D"  TO  WS-RPT-ROLE-D
            END-IF.
            IF  OPER-ADMIN  =  "Y"
                MOVE  "M"  TO  WS-RPT-ROLE-M
            END-IF.
            MOVE  WS-RPT-OPER  TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  ZERO  TO  WS-REQUESTS.
            MOVE  ZERO  TO  WS-REVIEWS.
            MOVE  ZERO  TO  WS-HISTORIES.
      *申請(受付日)、承認・否認(承認日)、履歴への退避(変更日)を
      *日付順に読む
            EXEC SQL
                DECLARE ACT_CUR CURSOR FOR
                    SELECT 受付日,'REQUEST',郵便番号,操作区分,状態
                        FROM POST_CD_PENDING
                        WHERE 申請者ID = :OPER-ID
                          AND 受付日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                    UNION ALL
                    SELECT 承認日,'REVIEW',郵便番号,操作区分,状態
                        FROM POST_CD_PENDING
                        WHERE 承認者ID = :OPER-ID
                          AND 承認日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                    UNION ALL
                    SELECT 変更日,'HISTORY',郵便番号,' ',' '
                        FROM POST_CD_HISTORY
                        WHERE 操作者ID = :OPER-ID
                          AND 変更日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                    ORDER BY 1
            END-EXEC.
            MOVE  "N"  TO  WS-ACT-FETCH-DONE.
            EXEC SQL OPEN ACT_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_oper_admin: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  ACT-FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  ACT-FETCH-DONE
                EXEC SQL
                    FETCH ACT_CUR INTO
                        :ACT-DATE,:ACT-KIND,:ACT-ZIPCODE,
                        :ACT-ACTION,:ACT-STATE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    PERFORM REPORT-ONE-ACTION
                ELSE IF  SQLSTATE  =  "02000"
                    SET  ACT-FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_oper_admin: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  ACT-FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE ACT_CUR END-EXEC.
            MOVE  WS-REQUESTS   TO  WS-RPT-CNT-REQ.
            MOVE  WS-REVIEWS    TO  WS-RPT-CNT-REV.
            MOVE  WS-HISTORIES  TO  WS-RPT-CNT-HIS.
            MOVE  WS-RPT-COUNT  TO  RPT-LINE.
            WRITE  RPT-LINE.
        REPORT-ONE-OPERATOR-END.
            EXIT.

        REPORT-ONE-ACTION SECTION.
      *操作1件の行を書く。権限の無い操作(申請は申請者、承認・否認と
      *履歴への退避は承認者の権限が必要)と有効期間外の操作は例外
            MOVE  "  "    TO  WS-RPT-ACT-FLAG.
            MOVE  SPACES  TO  WS-RPT-ACT-NOTE.
            EVALUATE  ACT-KIND
                WHEN  "REQUEST"
                    ADD  1  TO  WS-REQUESTS
                    IF  OPER-REQUESTER  NOT  =  "Y"
                        MOVE  "no requester role"
                            TO  WS-RPT-ACT-NOTE
                    END-IF
                WHEN  "REVIEW"
                    ADD  1  TO  WS-REVIEWS
                    IF  OPER-APPROVER  NOT  =  "Y"
                        MOVE  "no approver role"
                            TO  WS-RPT-ACT-NOTE
                    END-IF
                WHEN  OTHER
                    ADD  1  TO  WS-HISTORIES
                    IF  OPER-APPROVER  NOT  =  "Y"
                        MOVE  "no approver role"
                            TO  WS-RPT-ACT-NOTE
                    END-IF
            END-EVALUATE.
            IF  ACT-DATE  <  OPER-FROM-DATE
                OR  ACT-DATE  >  OPER-TO-DATE
                MOVE  "outside validity period"  TO  WS-RPT-ACT-NOTE
            END-IF.
            IF  WS-RPT-ACT-NOTE  NOT  =  SPACES
                MOVE  "* "  TO  WS-RPT-ACT-FLAG
                ADD  1  TO  WS-EXCEPTIONS
            END-IF.
            MOVE  ACT-DATE     TO  WS-RPT-ACT-DATE.
            MOVE  ACT-KIND     TO  WS-RPT-ACT-KIND.
            MOVE  ACT-ZIPCODE  TO  WS-RPT-ACT-ZIP.
            MOVE  ACT-ACTION   TO  WS-RPT-ACT-ACTION.
            MOVE  ACT-STATE    TO  WS-RPT-ACT-STATE.
            MOVE  WS-RPT-ACT   TO  RPT-LINE.
            WRITE  RPT-LINE.
            ADD  1  TO  WS-ACTIONS-WRITTEN.
        REPORT-ONE-ACTION-END.
            EXIT.

        REPORT-UNREGISTERED-IDS SECTION.
      *四半期に操作の記録があるのに登録簿に無いIDを書く(先頭が*の
      *バッチの固定値は例外にしない)
            MOVE  "SECTION 2: IDS WITH ACTIONS BUT NO REGISTRY ENTRY"
                TO  RPT-LINE.
            WRITE  RPT-LINE.
            EXEC SQL
                DECLARE UNREG_CUR CURSOR FOR
                    SELECT 申請者ID,'REQUEST',COUNT(*)
                        FROM POST_CD_PENDING P
                        WHERE 受付日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                          AND NOT EXISTS
                              (SELECT * FROM POST_CD_OPERATOR O
                                  WHERE O.オペレータID = P.申請者ID)
                        GROUP BY 申請者ID
                    UNION ALL
                    SELECT 承認者ID,'REVIEW',COUNT(*)
                        FROM POST_CD_PENDING P
                        WHERE 承認日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                          AND 承認者ID IS NOT NULL
                          AND NOT EXISTS
                              (SELECT * FROM POST_CD_OPERATOR O
                                  WHERE O.オペレータID = P.承認者ID)
                        GROUP BY 承認者ID
                    UNION ALL
                    SELECT 操作者ID,'HISTORY',COUNT(*)
                        FROM POST_CD_HISTORY H
                        WHERE 変更日 BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                          AND NOT EXISTS
                              (SELECT * FROM POST_CD_OPERATOR O
                                  WHERE O.オペレータID = H.操作者ID)
                        GROUP BY 操作者ID
                    ORDER BY 1
            END-EXEC.
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN UNREG_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_oper_admin: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH UNREG_CUR INTO
                        :OPER-ID,:ACT-KIND,:ACT-COUNT
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  "  "       TO  WS-RPT-UNREG-FLAG
                    IF  OPER-ID(1:1)  NOT  =  "*"
                        MOVE  "* "  TO  WS-RPT-UNREG-FLAG
                        ADD  1  TO  WS-EXCEPTIONS
                    END-IF
                    MOVE  OPER-ID    TO  WS-RPT-UNREG-ID
                    MOVE  ACT-KIND   TO  WS-RPT-UNREG-KIND
                    MOVE  ACT-COUNT  TO  WS-RPT-UNREG-COUNT
                    MOVE  WS-RPT-UNREG  TO  RPT-LINE
                    WRITE  RPT-LINE
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_oper_admin: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE UNREG_CUR END-EXEC.
        REPORT-UNREGISTERED-IDS-END.
            EXIT.

        END PROGRAM symfo_oper_admin.
