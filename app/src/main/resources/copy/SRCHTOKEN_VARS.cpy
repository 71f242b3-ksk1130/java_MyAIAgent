      * SRCHTOKEN_VARS.cpy
      * 住所逆引きの検索トークン表(POST_CD_SEARCH_TOKEN)のホスト変数。
      * 町域名・市区町村名・事業所名と、それぞれのカナの正規形から
      * 1文字ずつずらした2文字の並び(トークン)を切り出し、元の
      * 郵便番号を指す行として持つ。symfo_inq_addrは検索文字列の先頭
      * 2文字のトークンで候補を絞り、その行だけを部分一致で確かめる
      * ため、POST_CD全件をLIKEで走査しなくてよい。
      *   トークン        N(2)  切り出した2文字(索引キー)
      *   検索区分        X(1)  N=名称  K=カナ(正規形)
      *   郵便番号        X(7)  元の行の郵便番号
      *   出典区分        X(1)  T=町域(POST_CD)
      *                         O=事業所個別(POST_CD_OFFICE)
      *   都道府県コード  X(2)  都道府県での絞り込み用
      *   検索文字列      N(40) 切り出し元の名称またはカナの正規形
      *                         (候補の部分一致の確認に使う)
      * 同じ名称の中で重なるトークンは1行だけ登録する。作成・更新は
      * symfo_token_maint(呼び出しインタフェースはSRCH_TOKEN.cpy)が
      * 郵便番号の範囲ごとに削除してから作り直す
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 SRCH-TOKEN          PIC N(2).
        01 SRCH-KIND           PIC X(1).
        01 SRCH-ZIPCODE        PIC X(7).
        01 SRCH-SOURCE         PIC X(1).
        01 SRCH-PREF-CODE      PIC X(2).
        01 SRCH-TEXT           PIC N(40).
      *作り直す郵便番号の範囲(1件だけの場合は上下とも同じ郵便番号)
        01 SRCH-LOW-ZIP        PIC X(7).
        01 SRCH-HIGH-ZIP       PIC X(7).
        EXEC SQL END DECLARE SECTION END-EXEC.
