      *>symfo_oper_check
      * 受け付けたオペレータIDをオペレータ登録簿(POST_CD_OPERATOR)と
      * 照合する呼び出し専用モジュール。以前は入力されたIDを何でも
      * 受け付けており、2人ルールも2つのIDが異なることしか見ていな
      * かったため、架空のIDを打てば自分の変更を自分で承認できた
      * (内部監査の指摘)。登録簿に無いID、停止中のID、有効期間外の
      * ID、必要な権限を持たないIDを判定して返す。
      * symfo_maint(申請者)、symfo_maint_approve(承認者)、
      * symfo_disp_apply(処置担当)、symfo_signoff(承認者)、
      * symfo_oper_admin(管理者)が呼ぶ。
      * 呼び出し側の接続の中で動き、COMMIT/ROLLBACKはしない。
      * 呼び出しインタフェースはOPER_CHECK.cpyを参照
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_oper_check.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *オペレータ登録簿のホスト変数
            COPY OPERATOR_VARS.
      *照合した権限の値(Y=持っている)
        01  WS-ROLE-FLAG           PIC X(01).
        LINKAGE SECTION.
      *呼び出しインタフェース(OPER_CHECK.cpy)
            COPY OPER_CHECK.
      *
        PROCEDURE DIVISION  USING  OPER-CHK-PARM.
        MAIN SECTION.
            MOVE  "00"     TO  OPER-CHK-STATUS.
            MOVE  "00000"  TO  OPER-CHK-SQLSTATE.
            MOVE  SPACES   TO  OPER-CHK-REASON.
            MOVE  OPER-CHK-ID  TO  OPER-ID.

      *使用するテーブルとスキーマの関連付けを行う
            EXEC SQL DECLARE
                POST_CD_OPERATOR TABLE ON SC_SAMPLE
            END-EXEC.

            EXEC SQL
                SELECT 状態,有効開始日,有効終了日,
                       申請者権限,承認者権限,処置担当権限,管理者権限
                    INTO :OPER-STATUS,:OPER-FROM-DATE,:OPER-TO-DATE,
                         :OPER-REQUESTER,:OPER-APPROVER,:OPER-CLERK,
                         :OPER-ADMIN
                    FROM POST_CD_OPERATOR
                    WHERE オペレータID = :OPER-ID
            END-EXEC.
            IF  SQLSTATE  =  "02000"
                MOVE  "01"  TO  OPER-CHK-STATUS
                MOVE  "operator not registered"  TO  OPER-CHK-REASON
            ELSE IF  SQLSTATE  NOT  =  "00000"
                MOVE  "16"      TO  OPER-CHK-STATUS
                MOVE  SQLSTATE  TO  OPER-CHK-SQLSTATE
                MOVE  "operator registry lookup failed"
                    TO  OPER-CHK-REASON
            ELSE IF  OPER-STATUS  NOT  =  "A"
                MOVE  "02"  TO  OPER-CHK-STATUS
                MOVE  "operator suspended"  TO  OPER-CHK-REASON
            ELSE IF  OPER-CHK-DATE  <  OPER-FROM-DATE
                OR  OPER-CHK-DATE  >  OPER-TO-DATE
                MOVE  "03"  TO  OPER-CHK-STATUS
                MOVE  "operator outside validity period"
                    TO  OPER-CHK-REASON
            ELSE
                PERFORM CHECK-ROLE
            END-IF.

            EXIT PROGRAM.

        CHECK-ROLE SECTION.
      *必要な権限を持っているかを判定する
            EVALUATE  OPER-CHK-ROLE
                WHEN  "R"
                    MOVE  OPER-REQUESTER  TO  WS-ROLE-FLAG
                WHEN  "A"
                    MOVE  OPER-APPROVER   TO  WS-ROLE-FLAG
                WHEN  "D"
                    MOVE  OPER-CLERK      TO  WS-ROLE-FLAG
                WHEN  "M"
                    MOVE  OPER-ADMIN      TO  WS-ROLE-FLAG
                WHEN  OTHER
                    MOVE  "N"             TO  WS-ROLE-FLAG
            END-EVALUATE.
            IF  WS-ROLE-FLAG  NOT  =  "Y"
                MOVE  "04"  TO  OPER-CHK-STATUS
                EVALUATE  OPER-CHK-ROLE
                    WHEN  "R"
                        MOVE  "operator lacks requester role"
                            TO  OPER-CHK-REASON
                    WHEN  "A"
                        MOVE  "operator lacks approver role"
                            TO  OPER-CHK-REASON
                    WHEN  "D"
                        MOVE  "operator lacks disposition clerk role"
                            TO  OPER-CHK-REASON
                    WHEN  OTHER
                        MOVE  "operator lacks administrator role"
                            TO  OPER-CHK-REASON
                END-EVALUATE
            END-IF.
        CHECK-ROLE-END.
            EXIT.

        END PROGRAM symfo_oper_check.
