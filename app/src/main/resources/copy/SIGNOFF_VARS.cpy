      * SIGNOFF_VARS.cpy
      * 月次の承認記録(POST_CD_SIGNOFF)のホスト変数。月次チェーンの
      * 結果をまとめた承認用パケット(symfo_signoffが作成)を審査した
      * オペレータと、受け入れ(A)・差し戻し(R)の判定を1回の判定に
      * つき1行として残す(同じ月に判定が複数ある場合は最新の行が
      * その月の判定になる)。
      *   対象年月        9(6)   YYYYMM
      *   判定日          9(8)   判定を記録した日
      *   判定時刻        9(8)   判定を記録した時刻
      *   判定            X(1)   A=受け入れ  R=差し戻し
      *   審査者ID        X(20)  判定したオペレータID
      *   パケットファイル名 X(100) 審査したパケットのファイル名
      *   例外件数        9(7)   パケットに載った例外の件数
      * symfo_feed_trackは、symfo_instが書いた差分連携の世代を、その
      * 実行月の最新の判定が受け入れになるまで配信台帳へ登録しない
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 SIGN-MONTH          PIC 9(6).
        01 SIGN-DATE           PIC 9(8).
        01 SIGN-TIME           PIC 9(8).
        01 SIGN-DECISION       PIC X(1).
        01 SIGN-REVIEWER       PIC X(20).
        01 SIGN-PACKET         PIC X(100).
        01 SIGN-EXCEPTIONS     PIC 9(7).
        EXEC SQL END DECLARE SECTION END-EXEC.
