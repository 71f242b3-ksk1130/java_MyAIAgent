      * SRCH_TOKEN.cpy
      * symfo_token_maint(検索トークン表の作り直しモジュール)の呼び出し
      * インタフェース。呼び出し側はTOKEN-LOW-ZIP・TOKEN-HIGH-ZIPへ
      * 作り直す郵便番号の範囲(1件だけなら上下とも同じ郵便番号)を
      * 設定してCALLし、TOKEN-STATUSで結果を判定する。
      *   TOKEN-STATUS "00000" = 正常
      *                その他  = 失敗したSQL文のSQLSTATE
      * モジュールは呼び出し側の接続・トランザクションの中で動き、
      * COMMIT/ROLLBACKはしない(確定・取り消しは呼び出し側が行う)。
      * TOKEN-ROWS-SOURCEに読んだ町域・事業所の行数、
      * TOKEN-ROWS-WRITTENに登録したトークンの行数を返す
        01  TOKEN-PARM.
            02  TOKEN-LOW-ZIP             PIC X(7).
            02  TOKEN-HIGH-ZIP            PIC X(7).
            02  TOKEN-STATUS              PIC X(5).
              88  TOKEN-OK                    VALUE "00000".
            02  TOKEN-ROWS-SOURCE         PIC 9(7)  BINARY.
            02  TOKEN-ROWS-WRITTEN        PIC 9(9)  BINARY.
