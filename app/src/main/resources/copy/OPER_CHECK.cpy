      * OPER_CHECK.cpy
      * symfo_oper_check(オペレータ登録簿の照合モジュール)の呼び出し
      * インタフェース。呼び出し側はOPER-CHK-IDへ受け付けたオペレータ
      * ID、OPER-CHK-ROLEへ必要な権限、OPER-CHK-DATEへ判定する日付
      * (通常は実行日)を設定してCALLし、OPER-CHK-STATUSで判定する。
      *   OPER-CHK-ROLE  R=申請者 A=承認者 D=処置担当 M=管理者
      *   OPER-CHK-STATUS "00" 使える
      *                   "01" 登録簿に無いID
      *                   "02" 停止中のID
      *                   "03" 有効期間外(開始前・終了後)
      *                   "04" 必要な権限が無い
      *                   "16" 登録簿を引けなかった(OPER-CHK-SQLSTATE
      *                        に失敗したSQLSTATE)
      * OPER-CHK-REASONには表示・監査記録向けの理由(英字)が返る。
      * モジュールは呼び出し側の接続の中で動き、COMMIT/ROLLBACKは
      * しない
        01  OPER-CHK-PARM.
            02  OPER-CHK-ID               PIC X(20).
            02  OPER-CHK-ROLE             PIC X(1).
            02  OPER-CHK-DATE             PIC 9(8).
            02  OPER-CHK-STATUS           PIC X(2).
              88  OPER-CHK-OK                 VALUE "00".
              88  OPER-CHK-UNKNOWN            VALUE "01".
              88  OPER-CHK-SUSPENDED          VALUE "02".
              88  OPER-CHK-NOT-VALID          VALUE "03".
              88  OPER-CHK-NO-ROLE            VALUE "04".
              88  OPER-CHK-FAILED             VALUE "16".
            02  OPER-CHK-SQLSTATE         PIC X(5).
            02  OPER-CHK-REASON           PIC X(40).
