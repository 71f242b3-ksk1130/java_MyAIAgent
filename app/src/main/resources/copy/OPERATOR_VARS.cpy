      * OPERATOR_VARS.cpy
      * オペレータ登録簿(POST_CD_OPERATOR)のホスト変数。対話保守・
      * 承認・処置適用・月次承認でオペレータIDを受け付けるプログラム
      * は、この登録簿(symfo_oper_checkが引く)に載っていて有効な
      * IDだけを受け付ける。1オペレータ1行。
      *   オペレータID    X(20)
      *   オペレータ名    N(20)
      *   状態            X(1)   A=有効  S=停止
      *   有効開始日      9(8)   この日から使える
      *   有効終了日      9(8)   この日まで使える(無期限は99999999)
      *   申請者権限      X(1)   Y=symfo_maintで保守を申請できる
      *   承認者権限      X(1)   Y=symfo_maint_approveで承認・否認
      *                          でき、symfo_signoffで月次の判定を
      *                          記録できる
      *   処置担当権限    X(1)   Y=symfo_disp_applyの処置決定者に
      *                          なれる
      *   管理者権限      X(1)   Y=symfo_oper_adminで登録簿を保守
      *                          できる
      *   更新者ID        X(20)  最後に行を登録・変更した管理者
      *   更新日          9(8)
      * 最初の管理者はデータベース管理者が直接登録する
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 OPER-ID             PIC X(20).
        01 OPER-NAME           PIC N(20).
        01 OPER-STATUS         PIC X(1).
        01 OPER-FROM-DATE      PIC 9(8).
        01 OPER-TO-DATE        PIC 9(8).
        01 OPER-REQUESTER      PIC X(1).
        01 OPER-APPROVER       PIC X(1).
        01 OPER-CLERK          PIC X(1).
        01 OPER-ADMIN          PIC X(1).
        01 OPER-UPDATED-BY     PIC X(20).
        01 OPER-UPDATED-DATE   PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
